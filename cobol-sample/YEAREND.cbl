       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-END-INTEREST.

      * Year-end mortgage interest statements and the tax-
      * reporting extract, run on demand once the year's last
      * postings are in. For every loan on the servicing
      * master the payment history is scanned for the tax year
      * (a reversal carries the date of the payment it backs
      * out, so an NSF posted in January still comes off the
      * year the payment was made in) and the interest paid is
      * netted against the interest reversed. Each loan with
      * interest for the year gets a year-end statement; those
      * at or over the reporting threshold go on the fixed-
      * layout extract for the filing vendor (GLREC-style
      * header, details, and a trailer with the detail count
      * and interest total), and those under it are listed on
      * their own report instead.
      *
      * Every statement issued is logged. A corrected run
      * (run type C on the parameter record) re-works the year
      * and re-issues a statement - marked CORRECTED - only for
      * the loans whose interest no longer matches what was
      * last logged; the extract then carries just those loans,
      * with the amount filed earlier, so the vendor can file
      * the corrections. An original run for a year already
      * logged, or a corrected run for a year never run, is
      * refused before anything is written.
      *
      * Statements and the extract carry the borrower's name
      * as it stands on the customer master for the loan's
      * customer (the name the loan was boarded with when no
      * customer is on file), and the extract carries the
      * customer number with it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL YEAR-END-PARM-FILE
               ASSIGN TO "data/yearend_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LOAN-MASTER-FILE
               ASSIGN TO "data/loan_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-MST-STATUS.

           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO "data/loan_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL YEAR-END-LOG-FILE
               ASSIGN TO "data/yearend_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YELOG-STATUS.

           SELECT OPTIONAL CUSTOMER-FILE
               ASSIGN TO "data/custmast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

           SELECT STATEMENT-FILE
               ASSIGN TO "data/yearend_statements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

           SELECT BELOW-THRESHOLD-FILE
               ASSIGN TO "data/yearend_below.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BELOW-STATUS.

           SELECT TAX-EXTRACT-FILE
               ASSIGN TO "data/tax_extract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

      * The shared run-control file carries the job-level
      * business-date override; the default tax year follows
      * from it.
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "data/hello_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YEAR-END-PARM-FILE
           RECORD CONTAINS 12 CHARACTERS.
           COPY YEPARM.

       FD  LOAN-MASTER-FILE
           RECORD CONTAINS 171 CHARACTERS.
           COPY LOANMST.

       FD  HISTORY-FILE
           RECORD CONTAINS 68 CHARACTERS.
           COPY LOANHIST.

       FD  YEAR-END-LOG-FILE
           RECORD CONTAINS 33 CHARACTERS.
           COPY YELOG.

       FD  CUSTOMER-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY CUSTREC.

       FD  STATEMENT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           COPY PRTLINE.

       FD  BELOW-THRESHOLD-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  BELOW-LINE             PIC X(132).

       FD  TAX-EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY TAXEXT.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 10 CHARACTERS.
           COPY HELLOCTL.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-LOAN-MST-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-HISTORY-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-YELOG-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-STATEMENT-STATUS PIC X(2)  VALUE SPACES.
       01  WS-BELOW-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-EXTRACT-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-RUNCTL-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-LM-EOF-SW        PIC X(1)  VALUE "N".
           88  WS-LM-EOF                 VALUE "Y".
       01  WS-HISTORY-EOF-SW   PIC X(1)  VALUE "N".
           88  WS-HISTORY-EOF            VALUE "Y".
       01  WS-YELOG-EOF-SW     PIC X(1)  VALUE "N".
           88  WS-YELOG-EOF              VALUE "Y".

      * --- Customer master lookup: rescanned per statement, the
      * --- way HELLO-WORLD looks up its customers.
       01  WS-CUST-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-CUST-EOF-SW      PIC X(1)  VALUE "N".
           88  WS-CUST-EOF               VALUE "Y".
       01  WS-CUST-FOUND-SW    PIC X(1)  VALUE "N".
           88  WS-CUST-FOUND             VALUE "Y".
       01  WS-BORROWER-NAME    PIC X(30) VALUE SPACES.

       01  WS-BUSINESS-DATE.
           05  WS-BUS-YEAR     PIC 9(4).
           05  WS-BUS-MONTH    PIC 9(2).
           05  WS-BUS-DAY      PIC 9(2).
       01  WS-PAY-DATE-SPLIT.
           05  WS-PAY-YYYY     PIC 9(4).
           05  FILLER          PIC 9(4).

      * --- Run terms: compiled-in defaults, replaced field by
      * --- field from the parameter record.
       01  WS-TAX-YEAR         PIC 9(4)  VALUE 0.
       01  WS-RUN-TYPE         PIC X(1)  VALUE "O".
           88  WS-ORIGINAL-RUN           VALUE "O".
           88  WS-CORRECTED-RUN          VALUE "C".
       01  WS-THRESHOLD        PIC 9(5)V99 VALUE 600.00.
       01  WS-YEAR-LOGGED      PIC 9(6)  VALUE 0.

      * --- Per-loan figures, reset for each loan ---
       01  WS-GROSS-INTEREST   PIC S9(9)V99 VALUE 0.
       01  WS-REVERSED-INT     PIC S9(9)V99 VALUE 0.
       01  WS-NET-INTEREST     PIC S9(9)V99 VALUE 0.
       01  WS-REPORT-INTEREST  PIC 9(9)V99 VALUE 0.
       01  WS-PAYMENTS-CNT     PIC 9(4)  VALUE 0.
       01  WS-REVERSALS-CNT    PIC 9(4)  VALUE 0.
       01  WS-PRIOR-FOUND-SW   PIC X(1)  VALUE "N".
           88  WS-PRIOR-FOUND            VALUE "Y".
       01  WS-PRIOR-INTEREST   PIC 9(9)V99 VALUE 0.
       01  WS-PRIOR-FILED      PIC X(1)  VALUE "N".
       01  WS-FILE-SW          PIC X(1)  VALUE "N".
           88  WS-FILE-LOAN              VALUE "Y".
       01  WS-ISSUE-SW         PIC X(1)  VALUE "N".
           88  WS-ISSUE-STATEMENT        VALUE "Y".

       01  WS-LOANS-READ       PIC 9(6)  VALUE 0.
       01  WS-STATEMENTS-OUT   PIC 9(6)  VALUE 0.
       01  WS-LOANS-FILED      PIC 9(6)  VALUE 0.
       01  WS-LOANS-BELOW      PIC 9(6)  VALUE 0.
       01  WS-LOANS-UNCHANGED  PIC 9(6)  VALUE 0.
       01  WS-FILED-TOTAL      PIC 9(13)V99 VALUE 0.
       01  WS-BELOW-TOTAL      PIC 9(11)V99 VALUE 0.

      * --- Year-end statement layout ---
       01  WS-YES-HDR-1.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  FILLER          PIC X(40)
               VALUE "YEAR-END MORTGAGE INTEREST STATEMENT".
       01  WS-YES-HDR-CORR.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  FILLER          PIC X(50)
               VALUE "CORRECTED YEAR-END MORTGAGE INTEREST STATEMENT".
       01  WS-YES-YEAR-LINE.
           05  FILLER          PIC X(14) VALUE "TAX YEAR    : ".
           05  WS-YYL-YEAR     PIC 9(4).
           05  FILLER          PIC X(8)  VALUE SPACES.
           05  FILLER          PIC X(17) VALUE "STATEMENT DATE : ".
           05  WS-YYL-DATE     PIC 9(8).
       01  WS-YES-LOAN-LINE.
           05  FILLER          PIC X(14) VALUE "LOAN NUMBER : ".
           05  WS-YLL-LOAN-NO  PIC 9(8).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(13) VALUE "BORROWER   : ".
           05  WS-YLL-BORROWER PIC X(30).
       01  WS-YES-AMT-LINE.
           05  WS-YAL-LABEL    PIC X(44).
           05  WS-YAL-AMOUNT   PIC Z(8)9.99-.
       01  WS-YES-COUNT-LINE.
           05  WS-YCL-LABEL    PIC X(44).
           05  FILLER          PIC X(8)  VALUE SPACES.
           05  WS-YCL-COUNT    PIC ZZZ9.
       01  WS-YES-NOTE-FILED.
           05  FILLER          PIC X(50) VALUE
               "THE NET INTEREST PAID HAS BEEN REPORTED TO THE".
       01  WS-YES-NOTE-FILED-2.
           05  FILLER          PIC X(50) VALUE
               "TAX AUTHORITY FOR THE YEAR SHOWN.".
       01  WS-YES-NOTE-BELOW.
           05  FILLER          PIC X(50) VALUE
               "INTEREST PAID IS UNDER THE REPORTING THRESHOLD OF".
       01  WS-YES-NOTE-BELOW-2.
           05  FILLER          PIC X(44) VALUE
               "AND HAS NOT BEEN REPORTED TO THE AUTHORITY:".
           05  WS-YNB-THRESHOLD PIC Z(8)9.99.
       01  WS-YES-NOTE-CORR.
           05  FILLER          PIC X(50) VALUE
               "THIS STATEMENT REPLACES THE ONE ISSUED EARLIER.".
       01  WS-YES-RULE.
           05  FILLER          PIC X(60) VALUE ALL "-".

      * --- Below-threshold listing layout ---
       01  WS-BLW-HDR-1.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  FILLER          PIC X(40)
               VALUE "LOANS BELOW THE TAX REPORTING THRESHOLD".
       01  WS-BLW-HDR-2.
           05  FILLER          PIC X(11) VALUE "TAX YEAR : ".
           05  WS-BH2-YEAR     PIC 9(4).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(12) VALUE "THRESHOLD : ".
           05  WS-BH2-THRESHOLD PIC Z(4)9.99.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(11) VALUE "RUN TYPE : ".
           05  WS-BH2-RUN-TYPE PIC X(1).
       01  WS-BLW-COL-HDR.
           05  FILLER          PIC X(10) VALUE "LOAN NO".
           05  FILLER          PIC X(32) VALUE "BORROWER".
           05  FILLER          PIC X(14) VALUE " NET INTEREST".
       01  WS-BLW-DTL.
           05  WS-BDL-LOAN-NO  PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-BDL-BORROWER PIC X(30).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-BDL-INTEREST PIC Z(8)9.99.
       01  WS-BLW-TOT.
           05  FILLER          PIC X(18) VALUE "LOANS LISTED    : ".
           05  WS-BTL-COUNT    PIC ZZZZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(9)  VALUE "AMOUNT : ".
           05  WS-BTL-AMOUNT   PIC Z(10)9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================".
           DISPLAY "  YEAR-END INTEREST STATEMENTS".
           DISPLAY "========================================".
           DISPLAY " ".

           PERFORM RESOLVE-BUSINESS-DATE.
           PERFORM READ-YEAR-END-PARM.
           PERFORM COUNT-YEAR-LOGGED.
           IF WS-ORIGINAL-RUN AND WS-YEAR-LOGGED > 0
               DISPLAY "ERROR: TAX YEAR " WS-TAX-YEAR
                   " ALREADY ISSUED - USE A CORRECTED RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CORRECTED-RUN AND WS-YEAR-LOGGED = 0
               DISPLAY "ERROR: NO ORIGINAL RUN ON FILE FOR TAX YEAR "
                   WS-TAX-YEAR
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
           OPEN OUTPUT STATEMENT-FILE.
           OPEN OUTPUT BELOW-THRESHOLD-FILE.
           OPEN OUTPUT TAX-EXTRACT-FILE.
           PERFORM WRITE-EXTRACT-HEADER.
           MOVE WS-BLW-HDR-1 TO BELOW-LINE.
           WRITE BELOW-LINE.
           MOVE WS-TAX-YEAR  TO WS-BH2-YEAR.
           MOVE WS-THRESHOLD TO WS-BH2-THRESHOLD.
           MOVE WS-RUN-TYPE  TO WS-BH2-RUN-TYPE.
           MOVE WS-BLW-HDR-2 TO BELOW-LINE.
           WRITE BELOW-LINE.
           MOVE SPACES TO BELOW-LINE.
           WRITE BELOW-LINE.
           MOVE WS-BLW-COL-HDR TO BELOW-LINE.
           WRITE BELOW-LINE.

           PERFORM READ-LOAN-MASTER.
           PERFORM UNTIL WS-LM-EOF
               PERFORM WORK-ONE-LOAN
               PERFORM READ-LOAN-MASTER
           END-PERFORM.
           CLOSE LOAN-MASTER-FILE.

           PERFORM WRITE-EXTRACT-TRAILER.
           CLOSE TAX-EXTRACT-FILE.
           MOVE SPACES TO BELOW-LINE.
           WRITE BELOW-LINE.
           MOVE WS-LOANS-BELOW TO WS-BTL-COUNT.
           MOVE WS-BELOW-TOTAL TO WS-BTL-AMOUNT.
           MOVE WS-BLW-TOT TO BELOW-LINE.
           WRITE BELOW-LINE.
           CLOSE BELOW-THRESHOLD-FILE.
           CLOSE STATEMENT-FILE.

           DISPLAY " ".
           DISPLAY "Tax year         : " WS-TAX-YEAR.
           DISPLAY "Run type         : " WS-RUN-TYPE.
           DISPLAY "Loans read       : " WS-LOANS-READ.
           DISPLAY "Statements issued: " WS-STATEMENTS-OUT.
           DISPLAY "Loans filed      : " WS-LOANS-FILED.
           DISPLAY "Interest filed   : " WS-FILED-TOTAL.
           DISPLAY "Below threshold  : " WS-LOANS-BELOW.
           IF WS-CORRECTED-RUN
               DISPLAY "Unchanged        : " WS-LOANS-UNCHANGED
           END-IF.
           DISPLAY "Program completed successfully!".
           STOP RUN.

      * The run date is the system date unless the job-level
      * run-control record carries a business-date override -
      * every program in the stream resolves the date the same
      * way.
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

      * The run normally falls in the new year, so with no tax
      * year given it reports the year before the business
      * date - unless it is run in December itself.
       READ-YEAR-END-PARM.
           IF WS-BUS-MONTH = 12
               MOVE WS-BUS-YEAR TO WS-TAX-YEAR
           ELSE
               COMPUTE WS-TAX-YEAR = WS-BUS-YEAR - 1
           END-IF.
           OPEN INPUT YEAR-END-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ YEAR-END-PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARM-STATUS = "00"
                   IF YEP-TAX-YEAR NUMERIC
                       AND YEP-TAX-YEAR > 0
                       MOVE YEP-TAX-YEAR TO WS-TAX-YEAR
                   END-IF
                   IF YEP-ORIGINAL-RUN OR YEP-CORRECTED-RUN
                       MOVE YEP-RUN-TYPE TO WS-RUN-TYPE
                   END-IF
                   IF YEP-THRESHOLD NUMERIC
                       AND YEP-THRESHOLD > 0
                       MOVE YEP-THRESHOLD TO WS-THRESHOLD
                   END-IF
               END-IF
           END-IF.
           CLOSE YEAR-END-PARM-FILE.
           DISPLAY "Tax year         : " WS-TAX-YEAR.
           DISPLAY "Run type         : " WS-RUN-TYPE.
           DISPLAY "Threshold        : " WS-THRESHOLD.

       COUNT-YEAR-LOGGED.
           MOVE 0 TO WS-YEAR-LOGGED.
           MOVE "N" TO WS-YELOG-EOF-SW.
           OPEN INPUT YEAR-END-LOG-FILE.
           IF WS-YELOG-STATUS = "00"
               PERFORM READ-YEAR-END-LOG
               PERFORM UNTIL WS-YELOG-EOF
                   IF YL-TAX-YEAR = WS-TAX-YEAR
                       ADD 1 TO WS-YEAR-LOGGED
                   END-IF
                   PERFORM READ-YEAR-END-LOG
               END-PERFORM
           END-IF.
           CLOSE YEAR-END-LOG-FILE.

       READ-YEAR-END-LOG.
           READ YEAR-END-LOG-FILE
               AT END
                   SET WS-YELOG-EOF TO TRUE
           END-READ.

       READ-LOAN-MASTER.
           READ LOAN-MASTER-FILE
               AT END
                   SET WS-LM-EOF TO TRUE
           END-READ.
           IF NOT WS-LM-EOF
               ADD 1 TO WS-LOANS-READ
           END-IF.

      * An original run issues every loan with interest for the
      * year. A corrected run issues only a loan whose net
      * interest differs from its last logged figure (a loan
      * never logged counts as zero). A loan is filed when it
      * reaches the threshold - or, on a correction, when its
      * earlier figure was filed, so the vendor replaces it
      * even if it has now dropped under.
       WORK-ONE-LOAN.
           PERFORM SCAN-LOAN-HISTORY.
           COMPUTE WS-NET-INTEREST =
               WS-GROSS-INTEREST - WS-REVERSED-INT.
           IF WS-NET-INTEREST > 0
               MOVE WS-NET-INTEREST TO WS-REPORT-INTEREST
           ELSE
               MOVE 0 TO WS-REPORT-INTEREST
           END-IF.
           MOVE "N" TO WS-ISSUE-SW.
           MOVE "N" TO WS-FILE-SW.
           MOVE "N" TO WS-PRIOR-FOUND-SW.
           MOVE 0   TO WS-PRIOR-INTEREST.
           MOVE "N" TO WS-PRIOR-FILED.
           IF WS-CORRECTED-RUN
               PERFORM FIND-PRIOR-REPORT
               IF WS-REPORT-INTEREST NOT = WS-PRIOR-INTEREST
                   SET WS-ISSUE-STATEMENT TO TRUE
               ELSE
                   IF WS-PRIOR-FOUND
                       ADD 1 TO WS-LOANS-UNCHANGED
                   END-IF
               END-IF
           ELSE
               IF WS-REPORT-INTEREST > 0
                   SET WS-ISSUE-STATEMENT TO TRUE
               END-IF
           END-IF.
           IF WS-ISSUE-STATEMENT
               IF WS-REPORT-INTEREST >= WS-THRESHOLD
                   OR WS-PRIOR-FILED = "Y"
                   SET WS-FILE-LOAN TO TRUE
               END-IF
               PERFORM LOOKUP-BORROWER-NAME
               PERFORM WRITE-YEAR-END-STATEMENT
               IF WS-FILE-LOAN
                   PERFORM WRITE-EXTRACT-DETAIL
               ELSE
                   PERFORM WRITE-BELOW-LINE
               END-IF
               PERFORM WRITE-YEAR-END-LOG
           END-IF.

      * One sequential pass of the history file per loan, the
      * same way LOAN-STATEMENT gathers its year-to-date
      * interest. Only postings that carry interest count - a
      * payment or adjustment adds, a reversal takes its
      * interest back out.
       SCAN-LOAN-HISTORY.
           MOVE 0 TO WS-GROSS-INTEREST.
           MOVE 0 TO WS-REVERSED-INT.
           MOVE 0 TO WS-PAYMENTS-CNT.
           MOVE 0 TO WS-REVERSALS-CNT.
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
           MOVE LH-PAY-DATE TO WS-PAY-DATE-SPLIT.
           IF WS-PAY-YYYY = WS-TAX-YEAR
               EVALUATE TRUE
                   WHEN LH-REVERSAL
                       ADD LH-INTEREST TO WS-REVERSED-INT
                       ADD 1 TO WS-REVERSALS-CNT
                   WHEN LH-PAYMENT OR LH-ADJUSTMENT
                       ADD LH-INTEREST TO WS-GROSS-INTEREST
                       ADD 1 TO WS-PAYMENTS-CNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * The latest log entry for the loan and year is what was
      * last issued.
       FIND-PRIOR-REPORT.
           MOVE "N" TO WS-YELOG-EOF-SW.
           OPEN INPUT YEAR-END-LOG-FILE.
           IF WS-YELOG-STATUS = "00"
               PERFORM READ-YEAR-END-LOG
               PERFORM UNTIL WS-YELOG-EOF
                   IF YL-TAX-YEAR = WS-TAX-YEAR
                       AND YL-LOAN-NUMBER = LM-LOAN-NUMBER
                       SET WS-PRIOR-FOUND TO TRUE
                       MOVE YL-INTEREST TO WS-PRIOR-INTEREST
                       MOVE YL-FILED    TO WS-PRIOR-FILED
                   END-IF
                   PERFORM READ-YEAR-END-LOG
               END-PERFORM
           END-IF.
           CLOSE YEAR-END-LOG-FILE.

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

       WRITE-YEAR-END-STATEMENT.
           ADD 1 TO WS-STATEMENTS-OUT.
           IF WS-CORRECTED-RUN
               MOVE WS-YES-HDR-CORR TO PRINT-LINE
           ELSE
               MOVE WS-YES-HDR-1 TO PRINT-LINE
           END-IF.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-TAX-YEAR      TO WS-YYL-YEAR.
           MOVE WS-BUSINESS-DATE TO WS-YYL-DATE.
           MOVE WS-YES-YEAR-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE LM-LOAN-NUMBER   TO WS-YLL-LOAN-NO.
           MOVE WS-BORROWER-NAME TO WS-YLL-BORROWER.
           MOVE WS-YES-LOAN-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.

           MOVE "PAYMENTS RECEIVED" TO WS-YCL-LABEL.
           MOVE WS-PAYMENTS-CNT TO WS-YCL-COUNT.
           MOVE WS-YES-COUNT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "INTEREST PAID" TO WS-YAL-LABEL.
           MOVE WS-GROSS-INTEREST TO WS-YAL-AMOUNT.
           MOVE WS-YES-AMT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF WS-REVERSALS-CNT > 0
               MOVE "LESS INTEREST ON RETURNED PAYMENTS"
                   TO WS-YAL-LABEL
               MOVE WS-REVERSED-INT TO WS-YAL-AMOUNT
               MOVE WS-YES-AMT-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           MOVE "NET MORTGAGE INTEREST PAID" TO WS-YAL-LABEL.
           MOVE WS-REPORT-INTEREST TO WS-YAL-AMOUNT.
           MOVE WS-YES-AMT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF WS-CORRECTED-RUN
               MOVE "AMOUNT ON EARLIER STATEMENT" TO WS-YAL-LABEL
               MOVE WS-PRIOR-INTEREST TO WS-YAL-AMOUNT
               MOVE WS-YES-AMT-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF WS-FILE-LOAN
               MOVE WS-YES-NOTE-FILED TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-YES-NOTE-FILED-2 TO PRINT-LINE
               WRITE PRINT-LINE
           ELSE
               MOVE WS-YES-NOTE-BELOW TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-THRESHOLD TO WS-YNB-THRESHOLD
               MOVE WS-YES-NOTE-BELOW-2 TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           IF WS-CORRECTED-RUN
               MOVE WS-YES-NOTE-CORR TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           MOVE WS-YES-RULE TO PRINT-LINE.
           WRITE PRINT-LINE.

       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO TAX-EXTRACT-RECORD.
           MOVE "HD" TO TX-REC-TYPE.
           MOVE WS-TAX-YEAR      TO TX-HDR-TAX-YEAR.
           MOVE WS-BUSINESS-DATE TO TX-HDR-RUN-DATE.
           MOVE WS-RUN-TYPE      TO TX-HDR-RUN-TYPE.
           WRITE TAX-EXTRACT-RECORD.

       WRITE-EXTRACT-DETAIL.
           ADD 1 TO WS-LOANS-FILED.
           ADD WS-REPORT-INTEREST TO WS-FILED-TOTAL.
           MOVE SPACES TO TAX-EXTRACT-RECORD.
           MOVE "DT" TO TX-REC-TYPE.
           MOVE LM-LOAN-NUMBER     TO TX-DTL-LOAN-NUMBER.
           MOVE WS-BORROWER-NAME   TO TX-DTL-BORROWER.
           MOVE 0                  TO TX-DTL-CUSTOMER-NUMBER.
           IF LM-CUSTOMER-NUMBER IS NUMERIC
               MOVE LM-CUSTOMER-NUMBER TO TX-DTL-CUSTOMER-NUMBER
           END-IF.
           MOVE WS-REPORT-INTEREST TO TX-DTL-INTEREST.
           MOVE 0                  TO TX-DTL-PRIOR-INTEREST.
           IF WS-PRIOR-FILED = "Y"
               MOVE "C" TO TX-DTL-CORRECTION
               MOVE WS-PRIOR-INTEREST TO TX-DTL-PRIOR-INTEREST
           END-IF.
           WRITE TAX-EXTRACT-RECORD.

      * The trailer carries the detail count and the interest
      * total - the vendor recomputes both from the details and
      * rejects the file on a mismatch.
       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO TAX-EXTRACT-RECORD.
           MOVE "TR" TO TX-REC-TYPE.
           MOVE WS-LOANS-FILED TO TX-TRL-RECORD-COUNT.
           MOVE WS-FILED-TOTAL TO TX-TRL-INTEREST-TOTAL.
           WRITE TAX-EXTRACT-RECORD.

       WRITE-BELOW-LINE.
           ADD 1 TO WS-LOANS-BELOW.
           ADD WS-REPORT-INTEREST TO WS-BELOW-TOTAL.
           MOVE LM-LOAN-NUMBER     TO WS-BDL-LOAN-NO.
           MOVE WS-BORROWER-NAME   TO WS-BDL-BORROWER.
           MOVE WS-REPORT-INTEREST TO WS-BDL-INTEREST.
           MOVE WS-BLW-DTL TO BELOW-LINE.
           WRITE BELOW-LINE.

      * Opened per write, the same way the payment history is
      * kept.
       WRITE-YEAR-END-LOG.
           OPEN EXTEND YEAR-END-LOG-FILE.
           IF WS-YELOG-STATUS = "05" OR WS-YELOG-STATUS = "35"
               OPEN OUTPUT YEAR-END-LOG-FILE
           END-IF.
           MOVE WS-TAX-YEAR        TO YL-TAX-YEAR.
           MOVE LM-LOAN-NUMBER     TO YL-LOAN-NUMBER.
           MOVE WS-BUSINESS-DATE   TO YL-RUN-DATE.
           MOVE WS-RUN-TYPE        TO YL-RUN-TYPE.
           MOVE WS-REPORT-INTEREST TO YL-INTEREST.
           IF WS-FILE-LOAN
               MOVE "Y" TO YL-FILED
           ELSE
               MOVE "N" TO YL-FILED
           END-IF.
           WRITE YEAR-END-LOG-RECORD.
           CLOSE YEAR-END-LOG-FILE.
