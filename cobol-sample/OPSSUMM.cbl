      *   - batches accepted/quarantined from SIMPLE-TEST's
      *     run statistics,
      *   - the open reject inventory by RJM-STATUS,
      *   - the open unapplied-payment suspense balance,
      *   - the loan portfolio roll-forward proof result from
      *     the last PORTFOLIO-ROLLFWD control history record,
      *   - the GL interface feed's detail count and hash
      *     total from its trailer,
      *   - generations kept/purged from the purge report,
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJMAST-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE
               ASSIGN TO "data/loan_suspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT OPTIONAL ROLLFWD-HISTORY-FILE
               ASSIGN TO "data/rollfwd_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFHIST-STATUS.

           SELECT OPTIONAL GL-INTERFACE-FILE
               ASSIGN TO "data/gl_interface.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           RECORD CONTAINS 69 CHARACTERS.
           COPY REJMST.

       FD  SUSPENSE-FILE
           RECORD CONTAINS 66 CHARACTERS.
           COPY SUSPREC.

       FD  ROLLFWD-HISTORY-FILE
           RECORD CONTAINS 64 CHARACTERS.
           COPY RFHIST.

       FD  GL-INTERFACE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLREC.
       01  WS-BALRPT-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-STATS-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-REJMAST-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-SUSPENSE-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-RFHIST-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-INTERFACE-STATUS PIC X(2)  VALUE SPACES.
       01  WS-PURGERPT-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-SUMMARY-STATUS   PIC X(2)  VALUE SPACES.
           88  WS-BALRPT-EOF             VALUE "Y".
       01  WS-REJMAST-EOF-SW   PIC X(1)  VALUE "N".
           88  WS-REJMAST-EOF            VALUE "Y".
       01  WS-SUSPENSE-EOF-SW  PIC X(1)  VALUE "N".
           88  WS-SUSPENSE-EOF           VALUE "Y".
       01  WS-RFHIST-EOF-SW    PIC X(1)  VALUE "N".
           88  WS-RFHIST-EOF             VALUE "Y".
       01  WS-INTERFACE-EOF-SW PIC X(1)  VALUE "N".
           88  WS-INTERFACE-EOF          VALUE "Y".
       01  WS-PURGERPT-EOF-SW  PIC X(1)  VALUE "N".
       01  WS-REJ-OPEN         PIC 9(6)  VALUE 0.
       01  WS-REJ-CORRECTED    PIC 9(6)  VALUE 0.
       01  WS-REJ-RECYCLED     PIC 9(6)  VALUE 0.
       01  WS-SUSP-OPEN        PIC 9(6)  VALUE 0.
       01  WS-SUSP-BALANCE     PIC 9(10)V99 VALUE 0.
       01  WS-SUSP-AGED        PIC 9(6)  VALUE 0.
       01  WS-TODAY-INT        PIC 9(8)  VALUE 0.
       01  WS-SUSPDAY-INT      PIC 9(8)  VALUE 0.
       01  WS-AGE-DAYS         PIC S9(4) VALUE 0.
       01  WS-PROOF-FOUND-SW   PIC X(1)  VALUE "N".
           88  WS-PROOF-FOUND            VALUE "Y".
       01  WS-PROOF-DATE       PIC 9(8)  VALUE 0.
       01  WS-PROOF-RESULT     PIC X(1)  VALUE SPACES.
       01  WS-PROOF-CLOSING    PIC 9(11)V99 VALUE 0.
       01  WS-PROOF-DIFF       PIC S9(11)V99 VALUE 0.
       01  WS-GL-FOUND-SW      PIC X(1)  VALUE "N".
           88  WS-GL-FOUND               VALUE "Y".
       01  WS-GL-RUN-NO        PIC 9(8)  VALUE 0.
           05  FILLER          PIC X(11) VALUE "RECYCLED : ".
           05  WS-SRJ-RECY     PIC ZZZZZ9.

       01  WS-SUM-SUSPENSE.
           05  FILLER          PIC X(19)
               VALUE "SUSPENSE OPEN    : ".
           05  WS-SSU-OPEN     PIC ZZZZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "BALANCE : ".
           05  WS-SSU-BAL      PIC Z(9)9.99.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "5+ DAYS : ".
           05  WS-SSU-AGED     PIC ZZZZZ9.

       01  WS-SUM-PROOF.
           05  FILLER          PIC X(19)
               VALUE "PORTFOLIO PROOF  : ".
           05  WS-SPF-TEXT     PIC X(14).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "CLOSING : ".
           05  WS-SPF-CLOSING  PIC Z(10)9.99.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(7)  VALUE "DIFF : ".
           05  WS-SPF-DIFF     PIC -(10)9.99.

       01  WS-SUM-GL.
           05  FILLER          PIC X(19)
               VALUE "GL FEED DETAILS  : ".
           PERFORM GATHER-BALANCE-VERDICT.
           PERFORM GATHER-RUN-STATS.
           PERFORM GATHER-REJECT-INVENTORY.
           PERFORM GATHER-SUSPENSE-BALANCE.
           PERFORM GATHER-PORTFOLIO-PROOF.
           PERFORM GATHER-GL-TRAILER.
           PERFORM GATHER-PURGE-TOTALS.
           PERFORM JUDGE-THE-RUN.
                   SET WS-REJMAST-EOF TO TRUE
           END-READ.

      * Open suspense entries and their balance, with the ones
      * five days or more past the business date they were
      * suspended on counted out (an unreadable date counts
      * as aged, the same rule the suspense aging report uses).
       GATHER-SUSPENSE-BALANCE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "00"
               PERFORM READ-SUSPENSE-FILE
               PERFORM UNTIL WS-SUSPENSE-EOF
                   IF SUS-OPEN
                       ADD 1 TO WS-SUSP-OPEN
                       ADD SUS-PAY-AMOUNT TO WS-SUSP-BALANCE
                       PERFORM AGE-ONE-SUSPENSE-ITEM
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

       AGE-ONE-SUSPENSE-ITEM.
           IF SUS-SUSPENSE-DATE NOT NUMERIC
               OR SUS-SUSPENSE-DATE = 0
               MOVE 999 TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-SUSPDAY-INT =
                   FUNCTION INTEGER-OF-DATE (SUS-SUSPENSE-DATE)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-SUSPDAY-INT
           END-IF.
           IF WS-AGE-DAYS >= 5
               ADD 1 TO WS-SUSP-AGED
           END-IF.

      * The last record on the roll-forward control history is
      * the latest proof - a rerun after a failure appends the
      * good one behind it.
       GATHER-PORTFOLIO-PROOF.
           OPEN INPUT ROLLFWD-HISTORY-FILE.
           IF WS-RFHIST-STATUS = "00"
               PERFORM READ-ROLLFWD-HISTORY
               PERFORM UNTIL WS-RFHIST-EOF
                   SET WS-PROOF-FOUND TO TRUE
                   MOVE RFH-BUSINESS-DATE TO WS-PROOF-DATE
                   MOVE RFH-RESULT        TO WS-PROOF-RESULT
                   MOVE RFH-CLOSING-BAL   TO WS-PROOF-CLOSING
                   IF RFH-DIFF-SIGN = "-"
                       COMPUTE WS-PROOF-DIFF = 0 - RFH-DIFFERENCE
                   ELSE
                       MOVE RFH-DIFFERENCE TO WS-PROOF-DIFF
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

       GATHER-GL-TRAILER.
           OPEN INPUT GL-INTERFACE-FILE.
           IF WS-INTERFACE-STATUS = "00"

      * The top line's standard: every control record present,
      * the stream in balance, nothing quarantined, the GL
      * trailer on file, tonight's portfolio proof in balance
      * and no purge delete errors. Open rejects print as
      * figures but are routine work, not an attention item;
      * so is a fresh suspense entry, but one left open five
      * days or more is money nobody is working.
       JUDGE-THE-RUN.
           PERFORM VARYING WS-PGM-SUB FROM 1 BY 1
               UNTIL WS-PGM-SUB > 4
                   PERFORM ADD-ATTENTION-ITEM
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-PROOF-FOUND
                   MOVE SPACES TO WS-ATT-WORK
                   STRING "NO PORTFOLIO PROOF - DID "
                       "PORTFOLIO-ROLLFWD RUN"
                       DELIMITED BY SIZE INTO WS-ATT-WORK
                   PERFORM ADD-ATTENTION-ITEM
               WHEN WS-PROOF-RESULT = "O"
                   MOVE SPACES TO WS-ATT-WORK
                   STRING "LOAN PORTFOLIO OUT OF BALANCE - SEE "
                       "ROLL-FORWARD REPORT"
                       DELIMITED BY SIZE INTO WS-ATT-WORK
                   PERFORM ADD-ATTENTION-ITEM
               WHEN WS-PROOF-DATE NOT = WS-BUSINESS-DATE
                   MOVE SPACES TO WS-ATT-WORK
                   STRING "PORTFOLIO PROOF NOT RUN FOR TONIGHT - "
                       "LAST ONE " WS-PROOF-DATE
                       DELIMITED BY SIZE INTO WS-ATT-WORK
                   PERFORM ADD-ATTENTION-ITEM
           END-EVALUATE.
           IF WS-BAT-QUARANTD > 0
               MOVE SPACES TO WS-ATT-WORK
               STRING "BATCHES IN QUARANTINE - RUN "
                   DELIMITED BY SIZE INTO WS-ATT-WORK
               PERFORM ADD-ATTENTION-ITEM
           END-IF.
           IF WS-SUSP-AGED > 0
               MOVE SPACES TO WS-ATT-WORK
               STRING "SUSPENSE PAYMENTS OPEN 5+ DAYS - RUN "
                   "SUSPENSE-MAINT"
                   DELIMITED BY SIZE INTO WS-ATT-WORK
               PERFORM ADD-ATTENTION-ITEM
           END-IF.
           IF NOT WS-GL-FOUND
               MOVE SPACES TO WS-ATT-WORK
               STRING "GL INTERFACE TRAILER MISSING - FEED "
           MOVE WS-REJ-RECYCLED  TO WS-SRJ-RECY.
           MOVE WS-SUM-REJECTS TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-SUSP-OPEN    TO WS-SSU-OPEN.
           MOVE WS-SUSP-BALANCE TO WS-SSU-BAL.
           MOVE WS-SUSP-AGED    TO WS-SSU-AGED.
           MOVE WS-SUM-SUSPENSE TO PRINT-LINE.
           WRITE PRINT-LINE.
           EVALUATE TRUE
               WHEN NOT WS-PROOF-FOUND
                   MOVE "NOT ON FILE" TO WS-SPF-TEXT
               WHEN WS-PROOF-RESULT = "B"
                   MOVE "IN BALANCE" TO WS-SPF-TEXT
               WHEN WS-PROOF-RESULT = "I"
                   MOVE "OPENING SET" TO WS-SPF-TEXT
               WHEN OTHER
                   MOVE "OUT OF BALANCE" TO WS-SPF-TEXT
           END-EVALUATE.
           MOVE WS-PROOF-CLOSING TO WS-SPF-CLOSING.
           MOVE WS-PROOF-DIFF    TO WS-SPF-DIFF.
           MOVE WS-SUM-PROOF TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-GL-DTL-COUNT TO WS-SGL-COUNT.
           MOVE WS-GL-HASH      TO WS-SGL-HASH.
           MOVE WS-GL-RUN-NO    TO WS-SGL-RUN-NO.
