      *     program's RUNSEQREC entry (proves the record is
      *     from tonight's run, not a leftover),
      *   - all programs must agree on the business date.
      * The open unapplied-payment suspense balance is printed
      * under the controls as well - it is not a balancing
      * failure, but money held there is owed to somebody and
      * must be in front of whoever reads this report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANPOST-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE
               ASSIGN TO "data/loan_suspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT BALANCE-REPORT-FILE
               ASSIGN TO "data/balance_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               BAL-RECS-REJECTED BY LBAL-RECS-REJECTED
               BAL-HASH-TOTAL BY LBAL-HASH-TOTAL.

       FD  SUSPENSE-FILE
           RECORD CONTAINS 66 CHARACTERS.
           COPY SUSPREC.

       FD  BALANCE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           COPY PRTLINE.
       01  WS-HELLO-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-AMORT-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-LOANPOST-STATUS PIC X(2)  VALUE SPACES.
       01  WS-SUSPENSE-STATUS PIC X(2)  VALUE SPACES.
       01  WS-SUSPENSE-EOF-SW PIC X(1)  VALUE "N".
           88  WS-SUSPENSE-EOF          VALUE "Y".
       01  WS-REPORT-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-RUNSEQ-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-RUNSEQ-KEY      PIC 9(4)  VALUE 0.
       01  WS-ERROR-COUNT     PIC 9(3)  VALUE 0.
       01  WS-CROSS-FOOT      PIC 9(6)  VALUE 0.
       01  WS-BASE-DATE       PIC 9(8)  VALUE 0.
       01  WS-SUSP-OPEN-ITEMS PIC 9(6)  VALUE 0.
       01  WS-SUSP-OPEN-BAL   PIC 9(10)V99 VALUE 0.

      * --- Balance report layout ---
       01  WS-BAL-HDR-1.
           05  FILLER         PIC X(4)  VALUE SPACES.
           05  WS-BML-TEXT    PIC X(70).

       01  WS-BAL-SUSPENSE.
           05  FILLER         PIC X(18) VALUE "OPEN SUSPENSE   : ".
           05  WS-BSU-ITEMS   PIC ZZZZZ9.
           05  FILLER         PIC X(9)  VALUE " ITEMS   ".
           05  FILLER         PIC X(9)  VALUE "BALANCE: ".
           05  WS-BSU-BAL     PIC Z(9)9.99.

       01  WS-BAL-RESULT.
           05  FILLER         PIC X(18) VALUE "BALANCE RESULT  : ".
           05  WS-BRS-TEXT    PIC X(30).

           PERFORM READ-CONTROL-RECORDS.
           PERFORM READ-RUN-SEQUENCE.
           PERFORM READ-SUSPENSE-BALANCE.

           OPEN OUTPUT BALANCE-REPORT-FILE.
           MOVE WS-BAL-HDR-1 TO PRINT-LINE.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-SUSP-OPEN-ITEMS TO WS-BSU-ITEMS.
           MOVE WS-SUSP-OPEN-BAL   TO WS-BSU-BAL.
           MOVE WS-BAL-SUSPENSE TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF WS-ERROR-COUNT = 0
               MOVE "IN BALANCE" TO WS-BRS-TEXT
           ELSE
           CLOSE BALANCE-REPORT-FILE.

           DISPLAY " ".
           DISPLAY "Open suspense items  : " WS-SUSP-OPEN-ITEMS.
           DISPLAY "Open suspense balance: " WS-SUSP-OPEN-BAL.
           IF WS-ERROR-COUNT = 0
               DISPLAY "Job stream IN BALANCE."
               DISPLAY "Program completed successfully!"
                   "STATUS=" WS-RUNSEQ-STATUS
           END-IF.

      * Open entries are the payments still held in suspense;
      * entries already re-fed, refunded or written off have
      * left the account.
       READ-SUSPENSE-BALANCE.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "00"
               PERFORM READ-SUSPENSE-FILE
               PERFORM UNTIL WS-SUSPENSE-EOF
                   IF SUS-OPEN
                       ADD 1 TO WS-SUSP-OPEN-ITEMS
                       ADD SUS-PAY-AMOUNT TO WS-SUSP-OPEN-BAL
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

       RECONCILE-ONE-PROGRAM.
           IF WS-PGM-PRESENT-SW (WS-PGM-SUB) NOT = "Y"
               ADD 1 TO WS-ERROR-COUNT
