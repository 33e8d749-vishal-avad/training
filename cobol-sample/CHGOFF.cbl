       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGE-OFF.

      * Charge-off pass, run on demand by collections. Every
      * loan with money still owed (balance plus fees due) that
      * has gone the threshold number of consecutive cycles
      * without a full payment (LM-MISSED-CYCLES, at or past
      * CHP-MISSED-CYCLES from the parameter record) is listed
      * as proposed for charge-off. Nothing is written off until
      * credit approves it: a loan on the approval file
      * (CHGAPPR layout) that is still eligible tonight is
      * charged off -
      *   - its status goes to X and LM-CHGOFF-DATE is set; the
      *     balance and fees due stay on the master as the
      *     amount written off, and LOAN-POSTING treats anything
      *     paid on it from here on as a recovery,
      *   - a charge-off entry (type C) goes on the payment
      *     history carrying the balance and fees written off,
      *   - the loss is booked on its GL work file for
      *     GL-EXTRACT: the balance and fees out of the loan and
      *     fee receivables, into charge-off loss.
      * An approval for a loan that is not eligible, already
      * charged off, or not on the master is refused on the
      * list with the reason, and does not carry forward - the
      * approval file is consumed once the master is copied
      * back, so a rerun cannot charge the same loan twice.
      *
      * The run date is the shared business date; CHARGE-OFF
      * is not a nightly step, so its GL work file is extended
      * and GL-EXTRACT empties it once it has ridden a feed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHGOFF-PARM-FILE
               ASSIGN TO "data/chgoff_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL APPROVAL-FILE
               ASSIGN TO "data/chgoff_approvals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

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

           SELECT CHGOFF-REPORT-FILE
               ASSIGN TO "data/chgoff_list.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT GL-WORK-FILE ASSIGN TO "data/gl_chgoff.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLWORK-STATUS.

           SELECT OPTIONAL GL-RULE-FILE ASSIGN TO "data/glrules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLRULE-STATUS.

      * The shared run-control file carries the job-level
      * business-date override; the charge-off is dated to the
      * same business date the nightly stream balanced to.
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "data/hello_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHGOFF-PARM-FILE
           RECORD CONTAINS 3 CHARACTERS.
           COPY CHGPARM.

       FD  APPROVAL-FILE
           RECORD CONTAINS 16 CHARACTERS.
           COPY CHGAPPR.

       FD  LOAN-MASTER-FILE
           RECORD CONTAINS 171 CHARACTERS.
           COPY LOANMST.

       FD  LOAN-MASTER-NEW
           RECORD CONTAINS 171 CHARACTERS.
       01  LOAN-MASTER-NEW-REC    PIC X(171).

       FD  HISTORY-FILE
           RECORD CONTAINS 68 CHARACTERS.
           COPY LOANHIST.

       FD  CHGOFF-REPORT-FILE
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
       01  WS-APPROVAL-STATUS  PIC X(2)  VALUE SPACES.
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
       01  WS-APPROVAL-EOF-SW  PIC X(1)  VALUE "N".
           88  WS-APPROVAL-EOF           VALUE "Y".
       01  WS-LM-EOF-SW        PIC X(1)  VALUE "N".
           88  WS-LM-EOF                 VALUE "Y".
       01  WS-NEW-EOF-SW       PIC X(1)  VALUE "N".
           88  WS-NEW-EOF                VALUE "Y".

      * --- Charge-off threshold: compiled-in default, replaced
      * --- from the parameter record. Four cycles is where the
      * --- collections report's oldest aging bucket starts.
       01  WS-MISSED-THRESHOLD PIC 9(3)  VALUE 4.

      * --- Approval table: the approval file is the bounded
      * --- side (one sitting's sign-offs), so it is tabled
      * --- while the master streams sequentially.
       01  WS-APR-COUNT        PIC 9(4)  VALUE 0.
       01  WS-APR-SUB          PIC 9(4)  VALUE 0.
       01  WS-APR-HIT          PIC 9(4)  VALUE 0.
       01  WS-APR-OVERFLOW-SW  PIC X(1)  VALUE "N".
           88  WS-APR-OVERFLOW           VALUE "Y".
       01  WS-APR-TABLE.
           05  WS-APR-ENTRY  OCCURS 500 TIMES.
               10  WS-APR-LOAN      PIC 9(8).
               10  WS-APR-BY        PIC X(8).
               10  WS-APR-USED-SW   PIC X(1).

      * --- Current-loan work area ---
       01  WS-BUSINESS-DATE    PIC 9(8)  VALUE 0.
       01  WS-OWED             PIC 9(9)V99  VALUE 0.
       01  WS-ACTION-TEXT      PIC X(24) VALUE SPACES.
       01  WS-APPROVER         PIC X(8)  VALUE SPACES.

       01  WS-LOANS-READ       PIC 9(6)  VALUE 0.
       01  WS-PROPOSED         PIC 9(6)  VALUE 0.
       01  WS-CHARGED-OFF      PIC 9(6)  VALUE 0.
       01  WS-REFUSED          PIC 9(6)  VALUE 0.
       01  WS-TOT-PRINCIPAL    PIC 9(10)V99 VALUE 0.
       01  WS-TOT-FEES         PIC 9(10)V99 VALUE 0.
       01  WS-TOT-LOSS         PIC 9(10)V99 VALUE 0.

      * --- Charge-off list layout ---
       01  WS-CHG-HDR-1.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  FILLER          PIC X(40)
               VALUE "CHARGE-OFF PROPOSAL AND APPROVAL LIST".
       01  WS-CHG-HDR-2.
           05  FILLER          PIC X(11) VALUE "AS OF DATE ".
           05  WS-CH2-DATE     PIC 9(8).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(24)
               VALUE "MISSED CYCLES THRESHOLD:".
           05  WS-CH2-THRESHOLD PIC ZZ9.
       01  WS-CHG-COL-HDR.
           05  FILLER          PIC X(10) VALUE "LOAN NO".
           05  FILLER          PIC X(22) VALUE "BORROWER".
           05  FILLER          PIC X(8)  VALUE "MISSED".
           05  FILLER          PIC X(12) VALUE "     BALANCE".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "  FEES DUE".
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(26) VALUE "ACTION".
           05  FILLER          PIC X(11) VALUE "APPROVED BY".

       01  WS-CHG-DTL.
           05  WS-CDL-LOAN-NO  PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-CDL-BORROWER PIC X(20).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-CDL-MISSED   PIC ZZ9.
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  WS-CDL-BAL      PIC Z(8)9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-CDL-FEES     PIC Z(6)9.99.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  WS-CDL-ACTION   PIC X(24).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-CDL-APPROVER PIC X(8).

       01  WS-CHG-TOT-1.
           05  FILLER          PIC X(12) VALUE "PROPOSED  : ".
           05  WS-CTL-PROPOSED PIC ZZZZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(13) VALUE "CHARGED OFF: ".
           05  WS-CTL-CHARGED  PIC ZZZZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "REFUSED : ".
           05  WS-CTL-REFUSED  PIC ZZZZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(13) VALUE "LOANS READ : ".
           05  WS-CTL-READ     PIC ZZZZZ9.
       01  WS-CHG-TOT-2.
           05  FILLER          PIC X(12) VALUE "WRITTEN OFF ".
           05  FILLER          PIC X(12) VALUE "BALANCE  : ".
           05  WS-CTL-PRIN     PIC Z(9)9.99.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(7)  VALUE "FEES : ".
           05  WS-CTL-FEES     PIC Z(9)9.99.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(8)  VALUE "TOTAL : ".
           05  WS-CTL-LOSS     PIC Z(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================".
           DISPLAY "  LOAN CHARGE-OFF".
           DISPLAY "========================================".
           DISPLAY " ".

           PERFORM RESOLVE-BUSINESS-DATE.
           PERFORM READ-CHGOFF-PARM.
           PERFORM LOAD-APPROVALS.
           IF WS-APR-OVERFLOW
               DISPLAY "APPROVAL FILE EXCEEDS 500 ENTRIES - "
                   "RUN ABORTED, MASTER NOT UPDATED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOAN-MST-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOAN-MASTER-FILE, STATUS="
                   WS-LOAN-MST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LOAN-MASTER-NEW.
           OPEN OUTPUT CHGOFF-REPORT-FILE.
           MOVE WS-CHG-HDR-1 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-BUSINESS-DATE    TO WS-CH2-DATE.
           MOVE WS-MISSED-THRESHOLD TO WS-CH2-THRESHOLD.
           MOVE WS-CHG-HDR-2 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-CHG-COL-HDR TO PRINT-LINE.
           WRITE PRINT-LINE.

           PERFORM READ-LOAN-MASTER.
           PERFORM UNTIL WS-LM-EOF
               PERFORM REVIEW-ONE-LOAN
               PERFORM READ-LOAN-MASTER
           END-PERFORM.
           CLOSE LOAN-MASTER-FILE.
           CLOSE LOAN-MASTER-NEW.

           PERFORM REPORT-UNMATCHED-APPROVALS.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-PROPOSED      TO WS-CTL-PROPOSED.
           MOVE WS-CHARGED-OFF   TO WS-CTL-CHARGED.
           MOVE WS-REFUSED       TO WS-CTL-REFUSED.
           MOVE WS-LOANS-READ    TO WS-CTL-READ.
           MOVE WS-CHG-TOT-1 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-TOT-PRINCIPAL TO WS-CTL-PRIN.
           MOVE WS-TOT-FEES      TO WS-CTL-FEES.
           MOVE WS-TOT-LOSS      TO WS-CTL-LOSS.
           MOVE WS-CHG-TOT-2 TO PRINT-LINE.
           WRITE PRINT-LINE.
           CLOSE CHGOFF-REPORT-FILE.

           PERFORM COPY-MASTER-BACK.
           PERFORM WRITE-GL-WORK-FILE.
           PERFORM CONSUME-APPROVAL-FILE.

           DISPLAY " ".
           DISPLAY "Loans on master  : " WS-LOANS-READ.
           DISPLAY "Approvals read   : " WS-APR-COUNT.
           DISPLAY "Proposed         : " WS-PROPOSED.
           DISPLAY "Charged off      : " WS-CHARGED-OFF.
           DISPLAY "Approvals refused: " WS-REFUSED.
           DISPLAY "Written off      : " WS-TOT-LOSS.
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

      * The threshold on the parameter record replaces the
      * default only when it is present and sensible, the same
      * rule the late-charge terms follow.
       READ-CHGOFF-PARM.
           OPEN INPUT CHGOFF-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ CHGOFF-PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARM-STATUS = "00"
                   IF CHP-MISSED-CYCLES NUMERIC
                       AND CHP-MISSED-CYCLES > 0
                       MOVE CHP-MISSED-CYCLES TO WS-MISSED-THRESHOLD
                   END-IF
               END-IF
           END-IF.
           CLOSE CHGOFF-PARM-FILE.
           DISPLAY "Missed threshold : " WS-MISSED-THRESHOLD.

      * An approval file past the table still has its entries
      * in the file - the run aborts before the master is
      * touched, so nothing is half-charged-off.
       LOAD-APPROVALS.
           OPEN INPUT APPROVAL-FILE.
           IF WS-APPROVAL-STATUS = "00"
               PERFORM READ-APPROVAL-FILE
               PERFORM UNTIL WS-APPROVAL-EOF
                   ADD 1 TO WS-APR-COUNT
                   MOVE CA-LOAN-NUMBER TO WS-APR-LOAN (WS-APR-COUNT)
                   MOVE CA-APPROVED-BY TO WS-APR-BY (WS-APR-COUNT)
                   MOVE "N" TO WS-APR-USED-SW (WS-APR-COUNT)
                   PERFORM READ-APPROVAL-FILE
               END-PERFORM
           END-IF.
           CLOSE APPROVAL-FILE.
           DISPLAY "Approvals loaded : " WS-APR-COUNT.

       READ-APPROVAL-FILE.
           READ APPROVAL-FILE
               AT END
                   SET WS-APPROVAL-EOF TO TRUE
           END-READ.
           IF NOT WS-APPROVAL-EOF
               IF WS-APR-COUNT >= 500
                   SET WS-APR-OVERFLOW TO TRUE
                   SET WS-APPROVAL-EOF TO TRUE
               END-IF
           END-IF.

       READ-LOAN-MASTER.
           READ LOAN-MASTER-FILE
               AT END
                   SET WS-LM-EOF TO TRUE
           END-READ.
           IF NOT WS-LM-EOF
               ADD 1 TO WS-LOANS-READ
           END-IF.

      * A master cut before the charge-off fields existed reads
      * them as spaces - they start from zero. A loan is
      * eligible when it still owes money and has missed the
      * threshold number of cycles running; it is charged off
      * only when it is also on tonight's approval file.
       REVIEW-ONE-LOAN.
           IF LM-MISSED-CYCLES NOT NUMERIC
               MOVE 0 TO LM-MISSED-CYCLES
           END-IF.
           IF LM-FEES-DUE NOT NUMERIC
               MOVE 0 TO LM-FEES-DUE
           END-IF.
           IF LM-CHGOFF-DATE NOT NUMERIC
               MOVE 0 TO LM-CHGOFF-DATE
           END-IF.
           IF LM-RECOVERED NOT NUMERIC
               MOVE 0 TO LM-RECOVERED
           END-IF.
           COMPUTE WS-OWED = LM-CURRENT-BALANCE + LM-FEES-DUE.
           PERFORM FIND-APPROVAL.
           EVALUATE TRUE
               WHEN LM-CHARGED-OFF
                   IF WS-APR-HIT > 0
                       MOVE "REFUSED - CHARGED OFF"
                           TO WS-ACTION-TEXT
                       PERFORM REFUSE-APPROVAL
                   END-IF
               WHEN WS-OWED > 0
                   AND LM-MISSED-CYCLES >= WS-MISSED-THRESHOLD
                   IF WS-APR-HIT > 0
                       PERFORM CHARGE-OFF-LOAN
                   ELSE
                       ADD 1 TO WS-PROPOSED
                       MOVE "PROPOSED" TO WS-ACTION-TEXT
                       MOVE SPACES TO WS-APPROVER
                       PERFORM WRITE-CHGOFF-LINE
                   END-IF
               WHEN OTHER
                   IF WS-APR-HIT > 0
                       MOVE "REFUSED - NOT ELIGIBLE"
                           TO WS-ACTION-TEXT
                       PERFORM REFUSE-APPROVAL
                   END-IF
           END-EVALUATE.
           MOVE LOAN-MASTER-RECORD TO LOAN-MASTER-NEW-REC.
           WRITE LOAN-MASTER-NEW-REC.

      * The first unused approval for the loan, if any; a loan
      * approved twice in one sitting is charged off once and
      * the second approval is reported as never matched.
       FIND-APPROVAL.
           MOVE 0 TO WS-APR-HIT.
           PERFORM VARYING WS-APR-SUB FROM 1 BY 1
               UNTIL WS-APR-SUB > WS-APR-COUNT
                  OR WS-APR-HIT > 0
               IF WS-APR-LOAN (WS-APR-SUB) = LM-LOAN-NUMBER
                   AND WS-APR-USED-SW (WS-APR-SUB) = "N"
                   MOVE WS-APR-SUB TO WS-APR-HIT
                   MOVE "Y" TO WS-APR-USED-SW (WS-APR-SUB)
               END-IF
           END-PERFORM.

      * The balance and fees due are left as they stood - the
      * amount written off - and recoveries are kept apart in
      * LM-RECOVERED from here on.
       CHARGE-OFF-LOAN.
           MOVE "X" TO LM-DELINQ-STATUS.
           MOVE WS-BUSINESS-DATE TO LM-CHGOFF-DATE.
           MOVE 0 TO LM-RECOVERED.
           ADD 1 TO WS-CHARGED-OFF.
           ADD LM-CURRENT-BALANCE TO WS-TOT-PRINCIPAL.
           ADD LM-FEES-DUE        TO WS-TOT-FEES.
           ADD WS-OWED            TO WS-TOT-LOSS.
           PERFORM WRITE-HISTORY-RECORD.
           MOVE "CHARGED OFF" TO WS-ACTION-TEXT.
           MOVE WS-APR-BY (WS-APR-HIT) TO WS-APPROVER.
           PERFORM WRITE-CHGOFF-LINE.

       REFUSE-APPROVAL.
           ADD 1 TO WS-REFUSED.
           MOVE WS-APR-BY (WS-APR-HIT) TO WS-APPROVER.
           PERFORM WRITE-CHGOFF-LINE.

      * The charge-off goes on the payment history as its own
      * entry, dated tonight, opened per write the same way
      * LOAN-POSTING keeps it. No cash moved, so the amount is
      * zero; the principal and fees carry what was written off.
       WRITE-HISTORY-RECORD.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS = "05" OR WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           MOVE LM-LOAN-NUMBER     TO LH-LOAN-NUMBER.
           MOVE WS-BUSINESS-DATE   TO LH-PAY-DATE.
           MOVE 0                  TO LH-AMOUNT.
           MOVE 0                  TO LH-INTEREST.
           MOVE LM-CURRENT-BALANCE TO LH-PRINCIPAL.
           MOVE LM-CURRENT-BALANCE TO LH-BALANCE-AFTER.
           MOVE "C"                TO LH-TRAN-TYPE.
           MOVE LM-FEES-DUE        TO LH-FEES.
           WRITE LOAN-HISTORY-RECORD.
           CLOSE HISTORY-FILE.

       WRITE-CHGOFF-LINE.
           MOVE LM-LOAN-NUMBER     TO WS-CDL-LOAN-NO.
           MOVE LM-BORROWER-NAME   TO WS-CDL-BORROWER.
           MOVE LM-MISSED-CYCLES   TO WS-CDL-MISSED.
           MOVE LM-CURRENT-BALANCE TO WS-CDL-BAL.
           MOVE LM-FEES-DUE        TO WS-CDL-FEES.
           MOVE WS-ACTION-TEXT     TO WS-CDL-ACTION.
           MOVE WS-APPROVER        TO WS-CDL-APPROVER.
           MOVE WS-CHG-DTL TO PRINT-LINE.
           WRITE PRINT-LINE.
           DISPLAY "  " LM-LOAN-NUMBER " " WS-ACTION-TEXT.

      * Approvals whose loan never came past on the master are
      * refused once the whole master has streamed.
       REPORT-UNMATCHED-APPROVALS.
           PERFORM VARYING WS-APR-SUB FROM 1 BY 1
               UNTIL WS-APR-SUB > WS-APR-COUNT
               IF WS-APR-USED-SW (WS-APR-SUB) = "N"
                   ADD 1 TO WS-REFUSED
                   MOVE SPACES TO WS-CHG-DTL
                   MOVE WS-APR-LOAN (WS-APR-SUB) TO WS-CDL-LOAN-NO
                   MOVE "REFUSED - NOT ON MASTER" TO WS-CDL-ACTION
                   MOVE WS-APR-BY (WS-APR-SUB) TO WS-CDL-APPROVER
                   MOVE WS-CHG-DTL TO PRINT-LINE
                   WRITE PRINT-LINE
                   DISPLAY "  " WS-APR-LOAN (WS-APR-SUB)
                       " REFUSED - NOT ON MASTER"
               END-IF
           END-PERFORM.

      * The updated master replaces the old one only after the
      * pass completed cleanly; the work file stays behind as
      * the run's fallback copy.
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

      * The written-off balance comes out of the loan asset and
      * the fees out of the fee receivable, and the whole of it
      * is booked to charge-off loss. The file is extended -
      * GL-EXTRACT consumes it.
       WRITE-GL-WORK-FILE.
           IF WS-CHARGED-OFF > 0
               OPEN EXTEND GL-WORK-FILE
               IF WS-GLWORK-STATUS = "05" OR WS-GLWORK-STATUS = "35"
                   OPEN OUTPUT GL-WORK-FILE
               END-IF
               MOVE "CHGOFF"   TO GLW-SOURCE
               MOVE "LOSS"     TO WS-GL-POST-TYPE
               PERFORM RESOLVE-GL-ACCOUNT
               MOVE "LOAN CHARGE-OFF LOSS" TO GLW-DESC
               MOVE "+"        TO GLW-SIGN
               MOVE WS-TOT-LOSS TO GLW-AMOUNT
               WRITE GL-WORK-RECORD
               MOVE "PRINCIPL" TO WS-GL-POST-TYPE
               PERFORM RESOLVE-GL-ACCOUNT
               MOVE "LOANS CHARGED OFF" TO GLW-DESC
               MOVE "-"        TO GLW-SIGN
               MOVE WS-TOT-PRINCIPAL TO GLW-AMOUNT
               WRITE GL-WORK-RECORD
               IF WS-TOT-FEES > 0
                   MOVE "FEES"     TO WS-GL-POST-TYPE
                   PERFORM RESOLVE-GL-ACCOUNT
                   MOVE "FEES CHARGED OFF" TO GLW-DESC
                   MOVE "-"        TO GLW-SIGN
                   MOVE WS-TOT-FEES TO GLW-AMOUNT
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

      * The approval file is emptied only once the master has
      * been copied back - the same consume-then-empty rule the
      * suspense action file follows.
       CONSUME-APPROVAL-FILE.
           IF WS-APR-COUNT > 0
               OPEN OUTPUT APPROVAL-FILE
               CLOSE APPROVAL-FILE
           END-IF.
