               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT TIER-ACTIVITY-FILE
               ASSIGN TO "data/cust_tier_activity.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.

           SELECT GL-WORK-FILE ASSIGN TO "data/gl_hello.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLWORK-STATUS.

           SELECT OPTIONAL GL-RULE-FILE ASSIGN TO "data/glrules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLRULE-STATUS.

      * NOTE: this build's runtime has the indexed file handler
      * disabled, so the shared run-sequence file uses RELATIVE
      * organization (direct access by relative record number)
           RECORD CONTAINS 61 CHARACTERS.
           COPY TIERHIST.

       FD  TIER-ACTIVITY-FILE
           RECORD CONTAINS 33 CHARACTERS.
           COPY CUSTTIER.

       FD  GL-WORK-FILE
           RECORD CONTAINS 47 CHARACTERS.
           COPY GLWORK.

       FD  GL-RULE-FILE
           RECORD CONTAINS 22 CHARACTERS.
           COPY GLRULE.

       FD  RUNSEQ-FILE
           RECORD CONTAINS 16 CHARACTERS.
           COPY RUNSEQREC.

      * --- Tier history work area ---
       01  WS-HISTORY-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-ACTIVITY-STATUS PIC X(2)  VALUE SPACES.

      * --- General-ledger work area ---
       01  WS-GLWORK-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-GLRULE-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-GLRULE-EOF-SW   PIC X(1)  VALUE "N".
           88  WS-GLRULE-EOF            VALUE "Y".
       01  WS-GLRULE-FOUND-SW PIC X(1)  VALUE "N".
           88  WS-GLRULE-FOUND          VALUE "Y".
       01  WS-GL-POST-TYPE    PIC X(8)  VALUE SPACES.

      * --- End-of-job balance control work area ---
       01  WS-CTLOUT-STATUS   PIC X(2)  VALUE SPACES.
           OPEN OUTPUT GL-WORK-FILE.
           MOVE "HELLO-WO" TO GLW-SOURCE.
           MOVE "+"        TO GLW-SIGN.
           MOVE "LARGE"    TO WS-GL-POST-TYPE.
           PERFORM RESOLVE-GL-ACCOUNT.
           MOVE "TIER LARGE TOTAL"  TO GLW-DESC.
           MOVE WS-TIER-LARGE-TOT  TO GLW-AMOUNT.
           WRITE GL-WORK-RECORD.
           MOVE "MEDIUM"   TO WS-GL-POST-TYPE.
           PERFORM RESOLVE-GL-ACCOUNT.
           MOVE "TIER MEDIUM TOTAL" TO GLW-DESC.
           MOVE WS-TIER-MEDIUM-TOT TO GLW-AMOUNT.
           WRITE GL-WORK-RECORD.
           MOVE "SMALL"    TO WS-GL-POST-TYPE.
           PERFORM RESOLVE-GL-ACCOUNT.
           MOVE "TIER SMALL TOTAL"  TO GLW-DESC.
           MOVE WS-TIER-SMALL-TOT  TO GLW-AMOUNT.
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

       WRITE-BALANCE-CONTROL.
           COMPUTE WS-TIER-PROCESSED =
               WS-TIER-LARGE-CNT + WS-TIER-MEDIUM-CNT
               WRITE PRINT-LINE
               MOVE WS-TIER-HDR-2 TO PRINT-LINE
               WRITE PRINT-LINE
               OPEN EXTEND TIER-ACTIVITY-FILE
               IF WS-ACTIVITY-STATUS = "05"
                   OR WS-ACTIVITY-STATUS = "35"
                   OPEN OUTPUT TIER-ACTIVITY-FILE
               END-IF

               PERFORM READ-TIER-INPUT
               PERFORM UNTIL WS-TIER-IN-EOF
               END-PERFORM

               PERFORM WRITE-TIER-CONTROL-TOTALS
               CLOSE TIER-ACTIVITY-FILE
               CLOSE TIER-INPUT-FILE
               CLOSE TIER-REPORT-FILE
               PERFORM APPEND-GENERATION-CATALOG

           DISPLAY "  " HIN-CUST-NUMBER " " WS-NUM-A " -> " WS-TIER.

           MOVE WS-DATE         TO CT-BUSINESS-DATE.
           MOVE WS-RUN-NUMBER   TO CT-RUN-NUMBER.
           MOVE HIN-CUST-NUMBER TO CT-CUST-NUMBER.
           MOVE WS-NUM-A        TO CT-AMOUNT.
           MOVE WS-TIER         TO CT-TIER.
           WRITE CUST-TIER-RECORD.

           MOVE HIN-CUST-NUMBER TO WS-TDL-CUST-NO.
           MOVE WS-LOOKUP-NAME  TO WS-TDL-NAME.
           MOVE WS-NUM-A TO WS-TDL-AMOUNT.
