       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-REPRICE.

      * Adjustable-rate repricing, run after AMORTIZE-LOAN has
      * boarded the night's loans and before LOAN-POSTING
      * applies the night's payments. Every variable-rate loan
      * (LM-RATE-TYPE V) with an open balance whose adjustment
      * date (LM-NEXT-ADJ-DATE) has come is repriced:
      *   - the new rate is the latest value of the loan's index
      *     (data/rate_index.dat) effective on or before the
      *     adjustment date, plus LM-MARGIN;
      *   - it moves no more than LM-PER-CHG-CAP from the rate
      *     the loan carries now, and stays within LM-LIFE-CAP
      *     either side of LM-INITIAL-RATE (a cap of zero means
      *     none);
      *   - LM-MONTHLY-PAYMENT is re-amortized at the new rate
      *     over the periods left after LM-PAID-THRU, with the
      *     same payment formula AMORTIZE-LOAN boards with;
      *   - LM-NEXT-ADJ-DATE moves on LM-ADJ-FREQ months.
      * Each adjustment is written to the repricing history
      * with the figures behind it, is listed on the repricing
      * report, and - where the rate or the payment changed -
      * produces a rate-change notice for the borrower.
      *
      * A loan whose index has no value on file for the
      * adjustment date is listed as an exception and left as
      * it is; its adjustment date does not move, so it is
      * picked up the first night the index value is loaded.
      * A loan more than one adjustment behind takes one a
      * night, each under its own per-change cap. Repricing
      * moves no money, so there is nothing for the GL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RATE-INDEX-FILE
               ASSIGN TO "data/rate_index.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT LOAN-MASTER-FILE
               ASSIGN TO "data/loan_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-MST-STATUS.

           SELECT OPTIONAL CUSTOMER-FILE
               ASSIGN TO "data/custmast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

      * The updated master is built alongside the old one and
      * copied back once the pass completes, so a run that dies
      * mid-stream leaves the real master untouched.
           SELECT LOAN-MASTER-NEW
               ASSIGN TO "data/loan_master_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-NEW-STATUS.

           SELECT REPRICE-HISTORY-FILE
               ASSIGN TO "data/reprice_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRHIST-STATUS.

           SELECT NOTICE-FILE
               ASSIGN TO "data/rate_notices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT REPRICE-REPORT-FILE
               ASSIGN TO "data/reprice_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      * The shared run-control file carries the job-level
      * business-date override; a loan reprices on the same
      * date the rest of the stream balances to.
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "data/hello_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-INDEX-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY RATEIDX.

       FD  LOAN-MASTER-FILE
           RECORD CONTAINS 171 CHARACTERS.
           COPY LOANMST.

       FD  CUSTOMER-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY CUSTREC.

       FD  LOAN-MASTER-NEW
           RECORD CONTAINS 171 CHARACTERS.
       01  LOAN-MASTER-NEW-REC    PIC X(171).

       FD  REPRICE-HISTORY-FILE
           RECORD CONTAINS 110 CHARACTERS.
           COPY REPRHIST.

       FD  NOTICE-FILE
           RECORD CONTAINS 132 CHARACTERS.
           COPY PRTLINE.

       FD  REPRICE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE            PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 10 CHARACTERS.
           COPY HELLOCTL.

       WORKING-STORAGE SECTION.
       01  WS-INDEX-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-LOAN-MST-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-LOAN-NEW-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-REPRHIST-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-NOTICE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-REPORT-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-RUNCTL-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-CUST-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-IDX-EOF-SW       PIC X(1)  VALUE "N".
           88  WS-IDX-EOF                VALUE "Y".
       01  WS-LM-EOF-SW        PIC X(1)  VALUE "N".
           88  WS-LM-EOF                 VALUE "Y".
       01  WS-NEW-EOF-SW       PIC X(1)  VALUE "N".
           88  WS-NEW-EOF                VALUE "Y".
       01  WS-CUST-EOF-SW      PIC X(1)  VALUE "N".
           88  WS-CUST-EOF               VALUE "Y".
       01  WS-CUST-FOUND-SW    PIC X(1)  VALUE "N".
           88  WS-CUST-FOUND             VALUE "Y".
       01  WS-BORROWER-NAME    PIC X(30) VALUE SPACES.
       01  WS-BUSINESS-DATE    PIC 9(8)  VALUE 0.

      * --- Rate index values, tabled whole: the file is small
      * --- and every adjusting loan looks its index up in it.
       01  WS-IDX-COUNT        PIC 9(3)  VALUE 0.
       01  WS-IDX-SUB          PIC 9(3)  VALUE 0.
       01  WS-IDX-OVERFLOW-SW  PIC X(1)  VALUE "N".
           88  WS-IDX-OVERFLOW           VALUE "Y".
       01  WS-IDX-TABLE.
           05  WS-IDX-ENTRY  OCCURS 500 TIMES.
               10  WS-IDX-CODE         PIC X(4).
               10  WS-IDX-EFF-DATE     PIC 9(8).
               10  WS-IDX-RATE         PIC 9(2)V999.
       01  WS-IDX-FOUND-SW     PIC X(1)  VALUE "N".
           88  WS-IDX-FOUND              VALUE "Y".
       01  WS-IDX-BEST-DATE    PIC 9(8)  VALUE 0.
       01  WS-INDEX-RATE       PIC 9(2)V999 VALUE 0.

      * --- Rate work area: signed and a digit wider than the
      * --- master's rate so a cap test never overflows.
       01  WS-OLD-RATE         PIC 9(2)V999 VALUE 0.
       01  WS-NEW-RATE         PIC S9(3)V999 VALUE 0.
       01  WS-RATE-CEILING     PIC S9(3)V999 VALUE 0.
       01  WS-RATE-FLOOR       PIC S9(3)V999 VALUE 0.
       01  WS-CAP-APPLIED      PIC X(1)  VALUE "N".

      * --- Payment work area: the same shape AMORTIZE-LOAN
      * --- computes the boarding payment with.
       01  WS-MONTHLY-RATE     PIC 9V9(6) VALUE 0.
       01  WS-GROWTH-FACTOR    PIC 9(6)V9(6) VALUE 0.
       01  WS-PAYMENT-NUM      PIC 9(15)V9(6) VALUE 0.
       01  WS-PAYMENT-DEN      PIC 9(6)V9(6) VALUE 0.
       01  WS-OLD-PAYMENT      PIC 9(7)V99 VALUE 0.
       01  WS-NEW-PAYMENT      PIC 9(7)V99 VALUE 0.
       01  WS-REMAINING-TERM   PIC 9(3)  VALUE 0.
       01  WS-NEXT-INTEREST    PIC 9(7)V99 VALUE 0.
       01  WS-NEXT-PRINCIPAL   PIC S9(9)V99 VALUE 0.

      * --- Adjustment dates sit on a day no later than the
      * --- 28th, so moving one on by whole months never lands
      * --- on a date that does not exist.
       01  WS-ADJ-DATE-USED    PIC 9(8)  VALUE 0.
       01  WS-ADJ-DATE.
           05  WS-AD-YEAR      PIC 9(4).
           05  WS-AD-MONTH     PIC 9(2).
           05  WS-AD-DAY       PIC 9(2).
       01  WS-ADJ-DATE-N REDEFINES WS-ADJ-DATE PIC 9(8).
       01  WS-ADJ-MONTHS       PIC 9(4)  VALUE 0.

       01  WS-LOANS-READ       PIC 9(6)  VALUE 0.
       01  WS-VARIABLE-LOANS   PIC 9(6)  VALUE 0.
       01  WS-LOANS-REPRICED   PIC 9(6)  VALUE 0.
       01  WS-RATE-INCREASES   PIC 9(6)  VALUE 0.
       01  WS-RATE-DECREASES   PIC 9(6)  VALUE 0.
       01  WS-NOTICES-WRITTEN  PIC 9(6)  VALUE 0.
       01  WS-INDEX-MISSING    PIC 9(6)  VALUE 0.

      * --- Repricing report layout ---
       01  WS-RPT-HDR-1.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  FILLER          PIC X(30)
               VALUE "LOAN REPRICING REPORT".
       01  WS-RPT-HDR-2.
           05  FILLER          PIC X(11) VALUE "AS OF DATE ".
           05  WS-RH2-DATE     PIC 9(8).
       01  WS-RPT-COL-HDR.
           05  FILLER          PIC X(10) VALUE "LOAN NO".
           05  FILLER          PIC X(10) VALUE "ADJ DATE".
           05  FILLER          PIC X(6)  VALUE "INDX".
           05  FILLER          PIC X(8)  VALUE " INDEX".
           05  FILLER          PIC X(8)  VALUE "MARGIN".
           05  FILLER          PIC X(9)  VALUE "OLD RATE".
           05  FILLER          PIC X(9)  VALUE "NEW RATE".
           05  FILLER          PIC X(4)  VALUE "CAP".
           05  FILLER          PIC X(12) VALUE "   OLD PMT".
           05  FILLER          PIC X(10) VALUE "   NEW PMT".

       01  WS-RPT-DTL.
           05  WS-RDL-LOAN-NO  PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-RDL-ADJ-DATE PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-RDL-INDEX    PIC X(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-RDL-IDX-RATE PIC Z9.999.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-RDL-MARGIN   PIC Z9.999.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-RDL-OLD-RATE PIC Z9.999.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-RDL-NEW-RATE PIC Z9.999.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-RDL-CAP      PIC X(1).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-RDL-OLD-PMT  PIC Z(6)9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-RDL-NEW-PMT  PIC Z(6)9.99.

       01  WS-RPT-EXC.
           05  WS-REX-LOAN-NO  PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-REX-ADJ-DATE PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-REX-INDEX    PIC X(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(40)
               VALUE "NO INDEX VALUE ON FILE - NOT REPRICED".

       01  WS-RPT-TOT.
           05  FILLER          PIC X(18) VALUE "LOANS REPRICED  : ".
           05  WS-RTL-REPRICED PIC ZZZZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "RATE UP : ".
           05  WS-RTL-UP       PIC ZZZZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(12) VALUE "RATE DOWN : ".
           05  WS-RTL-DOWN     PIC ZZZZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(11) VALUE "NO INDEX : ".
           05  WS-RTL-MISSING  PIC ZZZZZ9.

      * --- Rate-change notice layout ---
       01  WS-NTC-HDR.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  FILLER          PIC X(30)
               VALUE "INTEREST RATE CHANGE NOTICE".
       01  WS-NTC-DATE-LINE.
           05  FILLER          PIC X(14) VALUE "NOTICE DATE : ".
           05  WS-NDL-DATE     PIC 9(8).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(13) VALUE "CHANGE DATE: ".
           05  WS-NDL-ADJ-DATE PIC 9(8).
       01  WS-NTC-LOAN-LINE.
           05  FILLER          PIC X(14) VALUE "LOAN NUMBER : ".
           05  WS-NLL-LOAN-NO  PIC 9(8).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(13) VALUE "BORROWER   : ".
           05  WS-NLL-BORROWER PIC X(30).
       01  WS-NTC-RATE-LINE.
           05  WS-NRL-LABEL    PIC X(44).
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  WS-NRL-RATE     PIC Z9.999.
           05  FILLER          PIC X(1)  VALUE "%".
       01  WS-NTC-AMT-LINE.
           05  WS-NAL-LABEL    PIC X(44).
           05  WS-NAL-AMOUNT   PIC Z(8)9.99.
       01  WS-NTC-DATE-ITEM.
           05  WS-NDI-LABEL    PIC X(44).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  WS-NDI-DATE     PIC 9(8).
       01  WS-NTC-COUNT-LINE.
           05  WS-NCL-LABEL    PIC X(44).
           05  FILLER          PIC X(9)  VALUE SPACES.
           05  WS-NCL-COUNT    PIC ZZ9.
       01  WS-NTC-NOTE-1.
           05  FILLER          PIC X(50) VALUE
               "YOUR MONTHLY PAYMENT HAS BEEN RECALCULATED TO PAY".
       01  WS-NTC-NOTE-2.
           05  FILLER          PIC X(50) VALUE
               "THE PRINCIPAL BALANCE IN FULL OVER THE REMAINING".
       01  WS-NTC-NOTE-3.
           05  FILLER          PIC X(50) VALUE
               "PAYMENTS AT THE NEW INTEREST RATE.".
       01  WS-NTC-RULE.
           05  FILLER          PIC X(60) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================".
           DISPLAY "  LOAN REPRICING".
           DISPLAY "========================================".
           DISPLAY " ".

           PERFORM RESOLVE-BUSINESS-DATE.
           PERFORM LOAD-RATE-INDEX.
           IF WS-IDX-OVERFLOW
               DISPLAY "ERROR: RATE INDEX FILE EXCEEDS 500 VALUES"
                   " - MASTER NOT UPDATED"
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
           OPEN OUTPUT NOTICE-FILE.
           OPEN OUTPUT REPRICE-REPORT-FILE.
           MOVE WS-RPT-HDR-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BUSINESS-DATE TO WS-RH2-DATE.
           MOVE WS-RPT-HDR-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RPT-COL-HDR TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM READ-LOAN-MASTER.
           PERFORM UNTIL WS-LM-EOF
               PERFORM REVIEW-ONE-LOAN
               PERFORM READ-LOAN-MASTER
           END-PERFORM.
           CLOSE LOAN-MASTER-FILE.
           CLOSE LOAN-MASTER-NEW.
           CLOSE NOTICE-FILE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LOANS-REPRICED TO WS-RTL-REPRICED.
           MOVE WS-RATE-INCREASES TO WS-RTL-UP.
           MOVE WS-RATE-DECREASES TO WS-RTL-DOWN.
           MOVE WS-INDEX-MISSING  TO WS-RTL-MISSING.
           MOVE WS-RPT-TOT TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPRICE-REPORT-FILE.

           PERFORM COPY-MASTER-BACK.

           DISPLAY " ".
           DISPLAY "Loans on master  : " WS-LOANS-READ.
           DISPLAY "Variable rate    : " WS-VARIABLE-LOANS.
           DISPLAY "Loans repriced   : " WS-LOANS-REPRICED.
           DISPLAY "Rate increases   : " WS-RATE-INCREASES.
           DISPLAY "Rate decreases   : " WS-RATE-DECREASES.
           DISPLAY "Notices written  : " WS-NOTICES-WRITTEN.
           DISPLAY "No index value   : " WS-INDEX-MISSING.
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

      * A value past the table stops the run before the master
      * is touched - pricing a loan off a partly loaded index
      * could pick a stale value.
       LOAD-RATE-INDEX.
           OPEN INPUT RATE-INDEX-FILE.
           IF WS-INDEX-STATUS = "00"
               PERFORM READ-RATE-INDEX
               PERFORM UNTIL WS-IDX-EOF OR WS-IDX-OVERFLOW
                   IF WS-IDX-COUNT >= 500
                       SET WS-IDX-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-IDX-COUNT
                       MOVE RI-INDEX-CODE
                           TO WS-IDX-CODE (WS-IDX-COUNT)
                       MOVE RI-EFFECTIVE-DATE
                           TO WS-IDX-EFF-DATE (WS-IDX-COUNT)
                       MOVE RI-RATE
                           TO WS-IDX-RATE (WS-IDX-COUNT)
                       PERFORM READ-RATE-INDEX
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE RATE-INDEX-FILE.
           DISPLAY "Index values     : " WS-IDX-COUNT.

      * A value with a bad date or rate is skipped with a
      * callout rather than priced off.
       READ-RATE-INDEX.
           READ RATE-INDEX-FILE
               AT END
                   SET WS-IDX-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-IDX-EOF
               OR (RI-EFFECTIVE-DATE NUMERIC AND RI-RATE NUMERIC)
               DISPLAY "  INDEX RECORD SKIPPED - BAD DATE OR RATE: "
                   RATE-INDEX-RECORD
               READ RATE-INDEX-FILE
                   AT END
                       SET WS-IDX-EOF TO TRUE
               END-READ
           END-PERFORM.

       READ-LOAN-MASTER.
           READ LOAN-MASTER-FILE
               AT END
                   SET WS-LM-EOF TO TRUE
           END-READ.
           IF NOT WS-LM-EOF
               ADD 1 TO WS-LOANS-READ
           END-IF.

      * A master cut before the rate terms existed reads them as
      * spaces - such a loan is fixed rate and passes through.
      * A paid-off or charged-off loan is not repriced.
       REVIEW-ONE-LOAN.
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
           IF LM-VARIABLE-RATE
               ADD 1 TO WS-VARIABLE-LOANS
               IF LM-CURRENT-BALANCE > 0
                   AND NOT LM-CHARGED-OFF
                   AND LM-NEXT-ADJ-DATE > 0
                   AND LM-NEXT-ADJ-DATE <= WS-BUSINESS-DATE
                   PERFORM ADJUST-ONE-LOAN
               END-IF
           END-IF.
           MOVE LOAN-MASTER-RECORD TO LOAN-MASTER-NEW-REC.
           WRITE LOAN-MASTER-NEW-REC.

       ADJUST-ONE-LOAN.
           MOVE LM-NEXT-ADJ-DATE TO WS-ADJ-DATE-USED.
           PERFORM FIND-INDEX-RATE.
           IF WS-IDX-FOUND
               MOVE LM-ANNUAL-RATE     TO WS-OLD-RATE
               MOVE LM-MONTHLY-PAYMENT TO WS-OLD-PAYMENT
               PERFORM SET-NEW-RATE
               PERFORM SET-NEW-PAYMENT
               MOVE WS-NEW-RATE    TO LM-ANNUAL-RATE
               MOVE WS-NEW-PAYMENT TO LM-MONTHLY-PAYMENT
               PERFORM ADVANCE-ADJ-DATE
               ADD 1 TO WS-LOANS-REPRICED
               IF LM-ANNUAL-RATE > WS-OLD-RATE
                   ADD 1 TO WS-RATE-INCREASES
               END-IF
               IF LM-ANNUAL-RATE < WS-OLD-RATE
                   ADD 1 TO WS-RATE-DECREASES
               END-IF
               PERFORM WRITE-REPRICE-HISTORY
               PERFORM WRITE-REPRICE-LINE
               IF LM-ANNUAL-RATE NOT = WS-OLD-RATE
                   OR LM-MONTHLY-PAYMENT NOT = WS-OLD-PAYMENT
                   PERFORM WRITE-RATE-NOTICE
               END-IF
           ELSE
               ADD 1 TO WS-INDEX-MISSING
               MOVE LM-LOAN-NUMBER   TO WS-REX-LOAN-NO
               MOVE WS-ADJ-DATE-USED TO WS-REX-ADJ-DATE
               MOVE LM-INDEX-CODE    TO WS-REX-INDEX
               MOVE WS-RPT-EXC TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "  " LM-LOAN-NUMBER " NO " LM-INDEX-CODE
                   " INDEX VALUE FOR " WS-ADJ-DATE-USED
                   " - NOT REPRICED"
           END-IF.

      * The latest value for the loan's index effective on or
      * before the adjustment date - a value published after
      * the date does not reach back.
       FIND-INDEX-RATE.
           MOVE "N" TO WS-IDX-FOUND-SW.
           MOVE 0   TO WS-IDX-BEST-DATE.
           MOVE 0   TO WS-INDEX-RATE.
           PERFORM VARYING WS-IDX-SUB FROM 1 BY 1
               UNTIL WS-IDX-SUB > WS-IDX-COUNT
               IF WS-IDX-CODE (WS-IDX-SUB) = LM-INDEX-CODE
                   AND WS-IDX-EFF-DATE (WS-IDX-SUB)
                       <= WS-ADJ-DATE-USED
                   AND WS-IDX-EFF-DATE (WS-IDX-SUB)
                       >= WS-IDX-BEST-DATE
                   SET WS-IDX-FOUND TO TRUE
                   MOVE WS-IDX-EFF-DATE (WS-IDX-SUB)
                       TO WS-IDX-BEST-DATE
                   MOVE WS-IDX-RATE (WS-IDX-SUB)
                       TO WS-INDEX-RATE
               END-IF
           END-PERFORM.

      * Fully indexed rate first, then the per-change cap
      * against the rate now carried, then the lifetime cap
      * against the note rate - the lifetime cap has the last
      * word, so it is the one reported when both bind.
       SET-NEW-RATE.
           MOVE "N" TO WS-CAP-APPLIED.
           COMPUTE WS-NEW-RATE = WS-INDEX-RATE + LM-MARGIN.
           IF LM-PER-CHG-CAP > 0
               COMPUTE WS-RATE-CEILING = WS-OLD-RATE + LM-PER-CHG-CAP
               COMPUTE WS-RATE-FLOOR   = WS-OLD-RATE - LM-PER-CHG-CAP
               IF WS-NEW-RATE > WS-RATE-CEILING
                   MOVE WS-RATE-CEILING TO WS-NEW-RATE
                   MOVE "P" TO WS-CAP-APPLIED
               END-IF
               IF WS-NEW-RATE < WS-RATE-FLOOR
                   MOVE WS-RATE-FLOOR TO WS-NEW-RATE
                   MOVE "P" TO WS-CAP-APPLIED
               END-IF
           END-IF.
           IF LM-LIFE-CAP > 0
               COMPUTE WS-RATE-CEILING =
                   LM-INITIAL-RATE + LM-LIFE-CAP
               COMPUTE WS-RATE-FLOOR =
                   LM-INITIAL-RATE - LM-LIFE-CAP
               IF WS-NEW-RATE > WS-RATE-CEILING
                   MOVE WS-RATE-CEILING TO WS-NEW-RATE
                   MOVE "L" TO WS-CAP-APPLIED
               END-IF
               IF WS-NEW-RATE < WS-RATE-FLOOR
                   MOVE WS-RATE-FLOOR TO WS-NEW-RATE
                   MOVE "L" TO WS-CAP-APPLIED
               END-IF
           END-IF.
           IF WS-NEW-RATE < 0
               MOVE 0 TO WS-NEW-RATE
           END-IF.
           IF WS-NEW-RATE > 99.999
               MOVE 99.999 TO WS-NEW-RATE
           END-IF.

      * Level payment on the open balance over the periods left
      * after LM-PAID-THRU. A loan already at or past its term
      * with a balance left is set to clear it next period. The
      * next full payment's split is worked the same way
      * APPLY-PAYMENT will work it, for the history.
       SET-NEW-PAYMENT.
           IF LM-PAID-THRU >= LM-TERM-MONTHS
               MOVE 1 TO WS-REMAINING-TERM
           ELSE
               COMPUTE WS-REMAINING-TERM =
                   LM-TERM-MONTHS - LM-PAID-THRU
           END-IF.
           COMPUTE WS-MONTHLY-RATE = WS-NEW-RATE / 12 / 100.
           IF WS-MONTHLY-RATE = 0
               COMPUTE WS-NEW-PAYMENT ROUNDED =
                   LM-CURRENT-BALANCE / WS-REMAINING-TERM
           ELSE
               COMPUTE WS-GROWTH-FACTOR =
                   (1 + WS-MONTHLY-RATE) ** WS-REMAINING-TERM
               COMPUTE WS-PAYMENT-NUM =
                   LM-CURRENT-BALANCE * WS-MONTHLY-RATE
                       * WS-GROWTH-FACTOR
               COMPUTE WS-PAYMENT-DEN = WS-GROWTH-FACTOR - 1
               COMPUTE WS-NEW-PAYMENT ROUNDED =
                   WS-PAYMENT-NUM / WS-PAYMENT-DEN
           END-IF.
           MULTIPLY LM-CURRENT-BALANCE BY WS-MONTHLY-RATE
               GIVING WS-NEXT-INTEREST ROUNDED.
           COMPUTE WS-NEXT-PRINCIPAL =
               WS-NEW-PAYMENT - WS-NEXT-INTEREST.
           IF WS-NEXT-PRINCIPAL > LM-CURRENT-BALANCE
               MOVE LM-CURRENT-BALANCE TO WS-NEXT-PRINCIPAL
           END-IF.
           IF WS-NEXT-PRINCIPAL < 0
               MOVE 0 TO WS-NEXT-PRINCIPAL
           END-IF.

       ADVANCE-ADJ-DATE.
           MOVE LM-NEXT-ADJ-DATE TO WS-ADJ-DATE-N.
           IF WS-AD-DAY > 28
               MOVE 28 TO WS-AD-DAY
           END-IF.
           COMPUTE WS-ADJ-MONTHS = WS-AD-MONTH + LM-ADJ-FREQ.
           PERFORM UNTIL WS-ADJ-MONTHS <= 12
               SUBTRACT 12 FROM WS-ADJ-MONTHS
               ADD 1 TO WS-AD-YEAR
           END-PERFORM.
           MOVE WS-ADJ-MONTHS TO WS-AD-MONTH.
           MOVE WS-ADJ-DATE-N TO LM-NEXT-ADJ-DATE.

      * The history is opened per write, the same way the
      * payment history is kept.
       WRITE-REPRICE-HISTORY.
           OPEN EXTEND REPRICE-HISTORY-FILE.
           IF WS-REPRHIST-STATUS = "05" OR WS-REPRHIST-STATUS = "35"
               OPEN OUTPUT REPRICE-HISTORY-FILE
           END-IF.
           MOVE LM-LOAN-NUMBER     TO RH-LOAN-NUMBER.
           MOVE WS-ADJ-DATE-USED   TO RH-ADJ-DATE.
           MOVE WS-BUSINESS-DATE   TO RH-RUN-DATE.
           MOVE LM-INDEX-CODE      TO RH-INDEX-CODE.
           MOVE WS-INDEX-RATE      TO RH-INDEX-RATE.
           MOVE LM-MARGIN          TO RH-MARGIN.
           MOVE WS-OLD-RATE        TO RH-OLD-RATE.
           MOVE LM-ANNUAL-RATE     TO RH-NEW-RATE.
           MOVE WS-CAP-APPLIED     TO RH-CAP-APPLIED.
           MOVE LM-CURRENT-BALANCE TO RH-BALANCE.
           MOVE LM-PAID-THRU       TO RH-PAID-THRU.
           MOVE WS-REMAINING-TERM  TO RH-REMAINING-TERM.
           MOVE WS-OLD-PAYMENT     TO RH-OLD-PAYMENT.
           MOVE LM-MONTHLY-PAYMENT TO RH-NEW-PAYMENT.
           MOVE WS-NEXT-INTEREST   TO RH-NEXT-INTEREST.
           MOVE WS-NEXT-PRINCIPAL  TO RH-NEXT-PRINCIPAL.
           MOVE LM-NEXT-ADJ-DATE   TO RH-NEXT-ADJ-DATE.
           WRITE REPRICE-HISTORY-RECORD.
           CLOSE REPRICE-HISTORY-FILE.

       WRITE-REPRICE-LINE.
           MOVE LM-LOAN-NUMBER     TO WS-RDL-LOAN-NO.
           MOVE WS-ADJ-DATE-USED   TO WS-RDL-ADJ-DATE.
           MOVE LM-INDEX-CODE      TO WS-RDL-INDEX.
           MOVE WS-INDEX-RATE      TO WS-RDL-IDX-RATE.
           MOVE LM-MARGIN          TO WS-RDL-MARGIN.
           MOVE WS-OLD-RATE        TO WS-RDL-OLD-RATE.
           MOVE LM-ANNUAL-RATE     TO WS-RDL-NEW-RATE.
           MOVE WS-CAP-APPLIED     TO WS-RDL-CAP.
           MOVE WS-OLD-PAYMENT     TO WS-RDL-OLD-PMT.
           MOVE LM-MONTHLY-PAYMENT TO WS-RDL-NEW-PMT.
           MOVE WS-RPT-DTL TO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY "  " LM-LOAN-NUMBER " REPRICED " WS-RDL-OLD-RATE
               " TO " WS-RDL-NEW-RATE " PAYMENT " WS-RDL-NEW-PMT.

      * The new payment is first due on the oldest installment
      * still unpaid.
       WRITE-RATE-NOTICE.
           ADD 1 TO WS-NOTICES-WRITTEN.
           MOVE WS-NTC-HDR TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-BUSINESS-DATE TO WS-NDL-DATE.
           MOVE WS-ADJ-DATE-USED TO WS-NDL-ADJ-DATE.
           MOVE WS-NTC-DATE-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE LM-LOAN-NUMBER   TO WS-NLL-LOAN-NO.
           PERFORM LOOKUP-BORROWER-NAME.
           MOVE WS-BORROWER-NAME TO WS-NLL-BORROWER.
           MOVE WS-NTC-LOAN-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.

           MOVE "PREVIOUS INTEREST RATE" TO WS-NRL-LABEL.
           MOVE WS-OLD-RATE TO WS-NRL-RATE.
           MOVE WS-NTC-RATE-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO WS-NRL-LABEL.
           STRING "INDEX " LM-INDEX-CODE " EFFECTIVE "
               WS-IDX-BEST-DATE DELIMITED BY SIZE
               INTO WS-NRL-LABEL.
           MOVE WS-INDEX-RATE TO WS-NRL-RATE.
           MOVE WS-NTC-RATE-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "PLUS MARGIN" TO WS-NRL-LABEL.
           MOVE LM-MARGIN TO WS-NRL-RATE.
           MOVE WS-NTC-RATE-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF WS-CAP-APPLIED = "P"
               MOVE "LIMITED BY THE CAP ON EACH CHANGE OF"
                   TO WS-NRL-LABEL
               MOVE LM-PER-CHG-CAP TO WS-NRL-RATE
               MOVE WS-NTC-RATE-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           IF WS-CAP-APPLIED = "L"
               MOVE "LIMITED BY THE LIFETIME CAP OF"
                   TO WS-NRL-LABEL
               MOVE LM-LIFE-CAP TO WS-NRL-RATE
               MOVE WS-NTC-RATE-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           MOVE "NEW INTEREST RATE" TO WS-NRL-LABEL.
           MOVE LM-ANNUAL-RATE TO WS-NRL-RATE.
           MOVE WS-NTC-RATE-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.

           MOVE "PRINCIPAL BALANCE" TO WS-NAL-LABEL.
           MOVE LM-CURRENT-BALANCE TO WS-NAL-AMOUNT.
           MOVE WS-NTC-AMT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "PAYMENTS REMAINING" TO WS-NCL-LABEL.
           MOVE WS-REMAINING-TERM TO WS-NCL-COUNT.
           MOVE WS-NTC-COUNT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "PREVIOUS MONTHLY PAYMENT" TO WS-NAL-LABEL.
           MOVE WS-OLD-PAYMENT TO WS-NAL-AMOUNT.
           MOVE WS-NTC-AMT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "NEW MONTHLY PAYMENT" TO WS-NAL-LABEL.
           MOVE LM-MONTHLY-PAYMENT TO WS-NAL-AMOUNT.
           MOVE WS-NTC-AMT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF LM-NEXT-DUE-DATE NUMERIC
               AND LM-NEXT-DUE-DATE > 0
               MOVE "NEW PAYMENT FIRST DUE" TO WS-NDI-LABEL
               MOVE LM-NEXT-DUE-DATE TO WS-NDI-DATE
               MOVE WS-NTC-DATE-ITEM TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           MOVE "NEXT RATE CHANGE DATE" TO WS-NDI-LABEL.
           MOVE LM-NEXT-ADJ-DATE TO WS-NDI-DATE.
           MOVE WS-NTC-DATE-ITEM TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-NTC-NOTE-1 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-NTC-NOTE-2 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-NTC-NOTE-3 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-NTC-RULE TO PRINT-LINE.
           WRITE PRINT-LINE.

      * The borrower's name is taken from the customer master,
      * as on the statements; a loan not linked to a customer
      * on file keeps the name it was boarded with.
       LOOKUP-BORROWER-NAME.
           MOVE LM-BORROWER-NAME TO WS-BORROWER-NAME.
           MOVE "N" TO WS-CUST-FOUND-SW.
           MOVE "N" TO WS-CUST-EOF-SW.
           IF LM-CUSTOMER-NUMBER IS NUMERIC
               AND LM-CUSTOMER-NUMBER > 0
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUST-STATUS = "00"
                   PERFORM UNTIL WS-CUST-EOF OR WS-CUST-FOUND
                       READ CUSTOMER-FILE
                           AT END
                               SET WS-CUST-EOF TO TRUE
                       END-READ
                       IF NOT WS-CUST-EOF
                           AND CUST-NUMBER = LM-CUSTOMER-NUMBER
                           SET WS-CUST-FOUND TO TRUE
                           MOVE CUST-NAME TO WS-BORROWER-NAME
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE CUSTOMER-FILE
           END-IF.

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
