       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGE-OFF-REPORT.

      * Monthly charge-off and recovery report from the loan
      * servicing master and the payment history. Lists every
      * loan CHARGE-OFF has written off - the amount written off
      * (balance plus fees due as charged off), what has been
      * recovered against it in the report month and to date,
      * and the net loss still outstanding - flagging the loans
      * charged off in the report month, with totals for the
      * month's charge-offs, the month's recoveries and the
      * charged-off book as a whole. The report month is the
      * month of the business date.
      *
      * The month's recoveries come off the payment history:
      * recovery entries (type V) dated in the month, less the
      * reversals (type R) of recoveries - reversals dated on or
      * after the charge-off, since nothing paid on the loan
      * after it was charged off was anything but a recovery.
      * History carries the pay date, so a recovery returned in
      * a later month comes off the month it was paid in.

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

           SELECT CHGOFF-REPORT-FILE
               ASSIGN TO "data/chgoff_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      * The shared run-control file carries the job-level
      * business-date override; the report month is the month
      * of the date the posting run balanced to.
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

       FD  CHGOFF-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           COPY PRTLINE.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 10 CHARACTERS.
           COPY HELLOCTL.

       WORKING-STORAGE SECTION.
       01  WS-LOAN-MST-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-HISTORY-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-REPORT-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-RUNCTL-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-LM-EOF-SW        PIC X(1)  VALUE "N".
           88  WS-LM-EOF                 VALUE "Y".
       01  WS-HISTORY-EOF-SW   PIC X(1)  VALUE "N".
           88  WS-HISTORY-EOF            VALUE "Y".

       01  WS-BUSINESS-DATE    PIC 9(8)  VALUE 0.
       01  WS-RPT-YYYYMM       PIC 9(6)  VALUE 0.
       01  WS-DATE-SPLIT.
           05  WS-DS-YYYYMM    PIC 9(6).
           05  WS-DS-DD        PIC 9(2).

      * --- Per-loan work area ---
       01  WS-FEES-DUE         PIC 9(7)V99  VALUE 0.
       01  WS-RECOVERED        PIC 9(9)V99  VALUE 0.
       01  WS-WRITTEN-OFF      PIC 9(10)V99 VALUE 0.
       01  WS-MONTH-RECOVERY   PIC S9(9)V99 VALUE 0.
       01  WS-NET-LOSS         PIC S9(10)V99 VALUE 0.

       01  WS-LOANS-READ       PIC 9(6)  VALUE 0.
       01  WS-CHGOFF-COUNT     PIC 9(6)  VALUE 0.
       01  WS-NEW-COUNT        PIC 9(6)  VALUE 0.
       01  WS-RECOVERY-COUNT   PIC 9(6)  VALUE 0.
       01  WS-TOT-NEW-CHGOFF   PIC 9(11)V99  VALUE 0.
       01  WS-TOT-MONTH-RECOV  PIC S9(11)V99 VALUE 0.
       01  WS-TOT-WRITTEN-OFF  PIC 9(11)V99  VALUE 0.
       01  WS-TOT-RECOVERED    PIC 9(11)V99  VALUE 0.
       01  WS-TOT-NET-LOSS     PIC S9(11)V99 VALUE 0.

      * --- Charge-off report layout ---
       01  WS-CRP-HDR-1.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  FILLER          PIC X(40)
               VALUE "MONTHLY CHARGE-OFF AND RECOVERY REPORT".
       01  WS-CRP-HDR-2.
           05  FILLER          PIC X(14) VALUE "REPORT MONTH  ".
           05  WS-CH2-YYYYMM   PIC 9(6).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(11) VALUE "AS OF DATE ".
           05  WS-CH2-DATE     PIC 9(8).
       01  WS-CRP-COL-HDR.
           05  FILLER          PIC X(10) VALUE "LOAN NO".
           05  FILLER          PIC X(22) VALUE "BORROWER".
           05  FILLER          PIC X(10) VALUE "CHGD OFF".
           05  FILLER          PIC X(12) VALUE " WRITTEN OFF".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(12) VALUE "RECOV IN MTH".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(12) VALUE "RECOV TO DTE".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(12) VALUE "    NET LOSS".
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  FILLER          PIC X(3)  VALUE "NEW".

       01  WS-CRP-DTL.
           05  WS-RDL-LOAN-NO  PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-RDL-BORROWER PIC X(20).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-RDL-CHG-DATE PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-RDL-WRITTEN  PIC Z(8)9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-RDL-MTH-REC  PIC Z(8)9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  WS-RDL-TODATE   PIC Z(8)9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-RDL-NET      PIC Z(8)9.99-.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  WS-RDL-NEW      PIC X(3).

       01  WS-CRP-TOT-1.
           05  FILLER          PIC X(24)
               VALUE "CHARGED OFF THIS MONTH: ".
           05  WS-RT1-COUNT    PIC ZZZZZ9.
           05  FILLER          PIC X(11) VALUE "   AMOUNT: ".
           05  WS-RT1-AMOUNT   PIC Z(10)9.99.
       01  WS-CRP-TOT-2.
           05  FILLER          PIC X(24)
               VALUE "RECOVERED THIS MONTH  : ".
           05  WS-RT2-COUNT    PIC ZZZZZ9.
           05  FILLER          PIC X(11) VALUE "   AMOUNT: ".
           05  WS-RT2-AMOUNT   PIC Z(10)9.99-.
       01  WS-CRP-TOT-3.
           05  FILLER          PIC X(24)
               VALUE "CHARGED-OFF LOANS     : ".
           05  WS-RT3-COUNT    PIC ZZZZZ9.
           05  FILLER          PIC X(16) VALUE "   WRITTEN OFF: ".
           05  WS-RT3-WRITTEN  PIC Z(10)9.99.
           05  FILLER          PIC X(14) VALUE "   RECOVERED: ".
           05  WS-RT3-RECOV    PIC Z(10)9.99.
           05  FILLER          PIC X(13) VALUE "   NET LOSS: ".
           05  WS-RT3-NET      PIC Z(10)9.99-.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================".
           DISPLAY "  CHARGE-OFF AND RECOVERY REPORT".
           DISPLAY "========================================".
           DISPLAY " ".

           PERFORM RESOLVE-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-DATE-SPLIT.
           MOVE WS-DS-YYYYMM TO WS-RPT-YYYYMM.

           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOAN-MST-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOAN-MASTER-FILE, STATUS="
                   WS-LOAN-MST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CHGOFF-REPORT-FILE.
           MOVE WS-CRP-HDR-1 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-RPT-YYYYMM    TO WS-CH2-YYYYMM.
           MOVE WS-BUSINESS-DATE TO WS-CH2-DATE.
           MOVE WS-CRP-HDR-2 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-CRP-COL-HDR TO PRINT-LINE.
           WRITE PRINT-LINE.

           PERFORM READ-LOAN-MASTER.
           PERFORM UNTIL WS-LM-EOF
               IF LM-CHARGED-OFF
                   PERFORM REPORT-ONE-LOAN
               END-IF
               PERFORM READ-LOAN-MASTER
           END-PERFORM.
           CLOSE LOAN-MASTER-FILE.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-NEW-COUNT       TO WS-RT1-COUNT.
           MOVE WS-TOT-NEW-CHGOFF  TO WS-RT1-AMOUNT.
           MOVE WS-CRP-TOT-1 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-RECOVERY-COUNT  TO WS-RT2-COUNT.
           MOVE WS-TOT-MONTH-RECOV TO WS-RT2-AMOUNT.
           MOVE WS-CRP-TOT-2 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-CHGOFF-COUNT    TO WS-RT3-COUNT.
           MOVE WS-TOT-WRITTEN-OFF TO WS-RT3-WRITTEN.
           MOVE WS-TOT-RECOVERED   TO WS-RT3-RECOV.
           MOVE WS-TOT-NET-LOSS    TO WS-RT3-NET.
           MOVE WS-CRP-TOT-3 TO PRINT-LINE.
           WRITE PRINT-LINE.
           CLOSE CHGOFF-REPORT-FILE.

           DISPLAY " ".
           DISPLAY "Loans on master  : " WS-LOANS-READ.
           DISPLAY "Charged-off loans: " WS-CHGOFF-COUNT.
           DISPLAY "New this month   : " WS-NEW-COUNT.
           DISPLAY "Recovered in mth : " WS-RECOVERY-COUNT.
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

       READ-LOAN-MASTER.
           READ LOAN-MASTER-FILE
               AT END
                   SET WS-LM-EOF TO TRUE
           END-READ.
           IF NOT WS-LM-EOF
               ADD 1 TO WS-LOANS-READ
           END-IF.

      * What was written off is what the master still carries
      * for the loan - CHARGE-OFF freezes the balance and fees
      * due - and the net loss is that less all recovered.
       REPORT-ONE-LOAN.
           IF LM-FEES-DUE IS NUMERIC
               MOVE LM-FEES-DUE TO WS-FEES-DUE
           ELSE
               MOVE 0 TO WS-FEES-DUE
           END-IF.
           IF LM-RECOVERED IS NUMERIC
               MOVE LM-RECOVERED TO WS-RECOVERED
           ELSE
               MOVE 0 TO WS-RECOVERED
           END-IF.
           IF LM-CHGOFF-DATE NOT NUMERIC
               MOVE 0 TO LM-CHGOFF-DATE
           END-IF.
           COMPUTE WS-WRITTEN-OFF = LM-CURRENT-BALANCE + WS-FEES-DUE.
           COMPUTE WS-NET-LOSS = WS-WRITTEN-OFF - WS-RECOVERED.
           PERFORM SCAN-LOAN-HISTORY.

           ADD 1 TO WS-CHGOFF-COUNT.
           ADD WS-WRITTEN-OFF TO WS-TOT-WRITTEN-OFF.
           ADD WS-RECOVERED   TO WS-TOT-RECOVERED.
           ADD WS-NET-LOSS    TO WS-TOT-NET-LOSS.
           MOVE LM-CHGOFF-DATE TO WS-DATE-SPLIT.
           IF WS-DS-YYYYMM = WS-RPT-YYYYMM
               ADD 1 TO WS-NEW-COUNT
               ADD WS-WRITTEN-OFF TO WS-TOT-NEW-CHGOFF
               MOVE "NEW" TO WS-RDL-NEW
           ELSE
               MOVE SPACES TO WS-RDL-NEW
           END-IF.
           IF WS-MONTH-RECOVERY NOT = 0
               ADD 1 TO WS-RECOVERY-COUNT
               ADD WS-MONTH-RECOVERY TO WS-TOT-MONTH-RECOV
           END-IF.

           MOVE LM-LOAN-NUMBER    TO WS-RDL-LOAN-NO.
           MOVE LM-BORROWER-NAME  TO WS-RDL-BORROWER.
           MOVE LM-CHGOFF-DATE    TO WS-RDL-CHG-DATE.
           MOVE WS-WRITTEN-OFF    TO WS-RDL-WRITTEN.
           MOVE WS-MONTH-RECOVERY TO WS-RDL-MTH-REC.
           MOVE WS-RECOVERED      TO WS-RDL-TODATE.
           MOVE WS-NET-LOSS       TO WS-RDL-NET.
           MOVE WS-CRP-DTL TO PRINT-LINE.
           WRITE PRINT-LINE.

      * One pass of the history per charged-off loan, the same
      * way the statement run reads it.
       SCAN-LOAN-HISTORY.
           MOVE 0 TO WS-MONTH-RECOVERY.
           MOVE "N" TO WS-HISTORY-EOF-SW.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               PERFORM READ-LOAN-HISTORY
               PERFORM UNTIL WS-HISTORY-EOF
                   IF LH-LOAN-NUMBER = LM-LOAN-NUMBER
                       PERFORM TALLY-ONE-HISTORY-REC
                   END-IF
                   PERFORM READ-LOAN-HISTORY
               END-PERFORM
           END-IF.
           CLOSE HISTORY-FILE.

       READ-LOAN-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET WS-HISTORY-EOF TO TRUE
           END-READ.

       TALLY-ONE-HISTORY-REC.
           MOVE LH-PAY-DATE TO WS-DATE-SPLIT.
           IF WS-DS-YYYYMM = WS-RPT-YYYYMM
               EVALUATE TRUE
                   WHEN LH-RECOVERY
                       ADD LH-PRINCIPAL TO WS-MONTH-RECOVERY
                   WHEN LH-REVERSAL
                       AND LH-PAY-DATE >= LM-CHGOFF-DATE
                       SUBTRACT LH-PRINCIPAL FROM WS-MONTH-RECOVERY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
