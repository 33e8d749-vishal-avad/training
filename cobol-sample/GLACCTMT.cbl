       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-ACCOUNT-MAINT.

      * Batch maintenance for the general-ledger chart of
      * accounts (data/glacct.dat) that GL-EXTRACT validates
      * every detail line against. Applies add / change /
      * deactivate / reactivate transactions (GLACTRN layout)
      * the same way BRANCH-MAINT maintains the branch
      * master: the old chart is loaded into a table, each
      * transaction is applied against it, and the whole
      * chart is rewritten.
      *
      * The audit report echoes every transaction with the
      * operator who keyed it and its result, shows the
      * account as it stood before any change that was
      * applied, lists the chart as rewritten, and closes
      * with a check of the posting rules (data/glrules.dat)
      * so a rule left pointing at an unknown or inactive
      * account is seen here rather than as held lines at
      * the next GL extract. An account still named by a
      * posting rule cannot be deactivated - the rule has to
      * be re-pointed first.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-ACCOUNT-FILE
               ASSIGN TO "data/glacct.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT MAINT-TRANS-FILE
               ASSIGN TO "data/glacct_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT OPTIONAL GL-RULE-FILE
               ASSIGN TO "data/glrules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT MAINT-REPORT-FILE ASSIGN TO "data/glamnt_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-ACCOUNT-FILE
           RECORD CONTAINS 38 CHARACTERS.
           COPY GLACCT.

       FD  MAINT-TRANS-FILE
           RECORD CONTAINS 46 CHARACTERS.
           COPY GLACTRN.

       FD  GL-RULE-FILE
           RECORD CONTAINS 22 CHARACTERS.
           COPY GLRULE.

       FD  MAINT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           COPY PRTLINE.

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNT-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-TRANS-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-RULE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-REPORT-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-ACCOUNT-EOF-SW  PIC X(1)  VALUE "N".
           88  WS-ACCOUNT-EOF           VALUE "Y".
       01  WS-TRANS-EOF-SW    PIC X(1)  VALUE "N".
           88  WS-TRANS-EOF             VALUE "Y".
       01  WS-RULE-EOF-SW     PIC X(1)  VALUE "N".
           88  WS-RULE-EOF              VALUE "Y".
       01  WS-RULE-USE-SW     PIC X(1)  VALUE "N".
           88  WS-RULE-IN-USE           VALUE "Y".

       01  WS-GLA-COUNT       PIC 9(3)  VALUE 0.
       01  WS-GLA-OVERFLOW-SW PIC X(1)  VALUE "N".
           88  WS-GLA-OVERFLOW           VALUE "Y".
       01  WS-GLA-SUB         PIC 9(3)  VALUE 0.
       01  WS-GLA-FOUND-SW    PIC X(1)  VALUE "N".
           88  WS-GLA-FOUND             VALUE "Y".
       01  WS-FIND-ACCOUNT    PIC X(6)  VALUE SPACES.
       01  WS-GLA-TABLE.
           05  WS-GLA-ENTRY  OCCURS 500 TIMES.
               10  WS-GAE-ACCOUNT PIC X(6).
               10  WS-GAE-DESC    PIC X(30).
               10  WS-GAE-TYPE    PIC X(1).
               10  WS-GAE-STATUS  PIC X(1).

       01  WS-TYPE-CHECK      PIC X(1)  VALUE SPACES.
           88  WS-TYPE-VALID            VALUE "A" "L" "Q"
                                              "I" "E".
       01  WS-TYPE-TEXT       PIC X(10) VALUE SPACES.
       01  WS-STATUS-TEXT     PIC X(8)  VALUE SPACES.

       01  WS-TRANS-READ      PIC 9(6)  VALUE 0.
       01  WS-TRANS-APPLIED   PIC 9(6)  VALUE 0.
       01  WS-TRANS-ERRORS    PIC 9(6)  VALUE 0.
       01  WS-RULES-READ      PIC 9(6)  VALUE 0.
       01  WS-RULE-ERRORS     PIC 9(6)  VALUE 0.
       01  WS-RESULT-TEXT     PIC X(34) VALUE SPACES.
       01  WS-APPLIED-SW      PIC X(1)  VALUE "N".
           88  WS-TRANS-WAS-APPLIED     VALUE "Y".

       01  WS-BEFORE-IMAGE.
           05  WS-BEF-DESC    PIC X(30).
           05  WS-BEF-TYPE    PIC X(1).
           05  WS-BEF-STATUS  PIC X(1).

       01  WS-MAINT-HDR-1.
           05  FILLER         PIC X(10) VALUE SPACES.
           05  FILLER         PIC X(50)
               VALUE "GL CHART OF ACCOUNTS MAINTENANCE AUDIT REPORT".
       01  WS-MAINT-HDR-2.
           05  FILLER         PIC X(8)  VALUE "ACTION".
           05  FILLER         PIC X(8)  VALUE "ACCOUNT".
           05  FILLER         PIC X(32) VALUE "DESCRIPTION".
           05  FILLER         PIC X(6)  VALUE "TYPE".
           05  FILLER         PIC X(10) VALUE "USER".
           05  FILLER         PIC X(34) VALUE "RESULT".

       01  WS-MAINT-DTL.
           05  WS-MDL-ACTION  PIC X(1).
           05  FILLER         PIC X(7)  VALUE SPACES.
           05  WS-MDL-ACCOUNT PIC X(6).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  WS-MDL-DESC    PIC X(30).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  WS-MDL-TYPE    PIC X(1).
           05  FILLER         PIC X(5)  VALUE SPACES.
           05  WS-MDL-USER    PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  WS-MDL-RESULT  PIC X(34).

       01  WS-MAINT-BEFORE.
           05  FILLER         PIC X(8)  VALUE SPACES.
           05  FILLER         PIC X(8)  VALUE "  WAS:".
           05  WS-MBL-DESC    PIC X(30).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  WS-MBL-TYPE    PIC X(1).
           05  FILLER         PIC X(5)  VALUE SPACES.
           05  FILLER         PIC X(8)  VALUE "STATUS: ".
           05  WS-MBL-STATUS  PIC X(8).

       01  WS-MAINT-TOT.
           05  FILLER         PIC X(9)  VALUE "APPLIED: ".
           05  WS-MTL-APPLIED PIC ZZZZZ9.
           05  FILLER         PIC X(4)  VALUE SPACES.
           05  FILLER         PIC X(9)  VALUE "ERRORS : ".
           05  WS-MTL-ERRORS  PIC ZZZZZ9.

       01  WS-CHART-HDR-1.
           05  FILLER         PIC X(10) VALUE SPACES.
           05  FILLER         PIC X(40)
               VALUE "CHART OF ACCOUNTS AFTER MAINTENANCE".
       01  WS-CHART-HDR-2.
           05  FILLER         PIC X(8)  VALUE "ACCOUNT".
           05  FILLER         PIC X(32) VALUE "DESCRIPTION".
           05  FILLER         PIC X(12) VALUE "TYPE".
           05  FILLER         PIC X(8)  VALUE "STATUS".

       01  WS-CHART-DTL.
           05  WS-CDL-ACCOUNT PIC X(6).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  WS-CDL-DESC    PIC X(30).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  WS-CDL-TYPE    PIC X(10).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  WS-CDL-STATUS  PIC X(8).

       01  WS-CHART-TOT.
           05  FILLER         PIC X(18) VALUE "ACCOUNTS ON FILE: ".
           05  WS-CTL-COUNT   PIC ZZ9.

       01  WS-RULE-HDR-1.
           05  FILLER         PIC X(10) VALUE SPACES.
           05  FILLER         PIC X(40)
               VALUE "POSTING RULE CHECK".
       01  WS-RULE-HDR-2.
           05  FILLER         PIC X(10) VALUE "SOURCE".
           05  FILLER         PIC X(10) VALUE "POST TYPE".
           05  FILLER         PIC X(8)  VALUE "ACCOUNT".
           05  FILLER         PIC X(34) VALUE "PROBLEM".

       01  WS-RULE-DTL.
           05  WS-RDL-SOURCE  PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  WS-RDL-TYPE    PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  WS-RDL-ACCOUNT PIC X(6).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  WS-RDL-PROBLEM PIC X(34).

       01  WS-RULE-TOT.
           05  FILLER         PIC X(15) VALUE "RULES CHECKED: ".
           05  WS-RTL-READ    PIC ZZZZZ9.
           05  FILLER         PIC X(4)  VALUE SPACES.
           05  FILLER         PIC X(16) VALUE "RULES IN ERROR: ".
           05  WS-RTL-ERRORS  PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================".
           DISPLAY "  GL CHART OF ACCOUNTS MAINTENANCE".
           DISPLAY "========================================".
           DISPLAY " ".

           OPEN INPUT MAINT-TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR OPENING MAINT-TRANS-FILE, STATUS="
                   WS-TRANS-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT MAINT-REPORT-FILE.

           PERFORM LOAD-ACCOUNT-MASTER.
           IF WS-GLA-OVERFLOW
               DISPLAY "CHART OF ACCOUNTS EXCEEDS 500 ENTRIES - "
                   "RUN ABORTED, MASTER NOT REWRITTEN"
               CLOSE MAINT-TRANS-FILE
               CLOSE MAINT-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-MAINT-HDR-1 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-MAINT-HDR-2 TO PRINT-LINE.
           WRITE PRINT-LINE.

           PERFORM READ-MAINT-TRANS.
           PERFORM UNTIL WS-TRANS-EOF
               PERFORM APPLY-MAINT-TRANS
               PERFORM READ-MAINT-TRANS
           END-PERFORM.

           PERFORM REWRITE-ACCOUNT-MASTER.

           MOVE WS-TRANS-APPLIED TO WS-MTL-APPLIED.
           MOVE WS-TRANS-ERRORS  TO WS-MTL-ERRORS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-MAINT-TOT TO PRINT-LINE.
           WRITE PRINT-LINE.

           PERFORM PRINT-CHART-LISTING.
           PERFORM CHECK-POSTING-RULES.

           CLOSE MAINT-TRANS-FILE.
           CLOSE MAINT-REPORT-FILE.

           DISPLAY " ".
           DISPLAY "Transactions read: " WS-TRANS-READ.
           DISPLAY "Applied          : " WS-TRANS-APPLIED.
           DISPLAY "Errors           : " WS-TRANS-ERRORS.
           DISPLAY "Accounts on file : " WS-GLA-COUNT.
           DISPLAY "Rules checked    : " WS-RULES-READ.
           DISPLAY "Rules in error   : " WS-RULE-ERRORS.
           IF WS-RULE-ERRORS > 0
               DISPLAY "WARNING: POSTING RULES NAME UNKNOWN OR "
                   "INACTIVE ACCOUNTS - GL EXTRACT WILL HOLD THEM"
           END-IF.
           DISPLAY "Program completed successfully!".
           STOP RUN.

       LOAD-ACCOUNT-MASTER.
           OPEN INPUT GL-ACCOUNT-FILE.
           IF WS-ACCOUNT-STATUS = "00"
               PERFORM READ-ACCOUNT-MASTER
               PERFORM UNTIL WS-ACCOUNT-EOF
                   ADD 1 TO WS-GLA-COUNT
                   MOVE GLA-ACCOUNT
                       TO WS-GAE-ACCOUNT (WS-GLA-COUNT)
                   MOVE GLA-DESC
                       TO WS-GAE-DESC (WS-GLA-COUNT)
                   MOVE GLA-TYPE
                       TO WS-GAE-TYPE (WS-GLA-COUNT)
                   MOVE GLA-STATUS
                       TO WS-GAE-STATUS (WS-GLA-COUNT)
                   PERFORM READ-ACCOUNT-MASTER
               END-PERFORM
           END-IF.
           CLOSE GL-ACCOUNT-FILE.
           DISPLAY "Accounts loaded  : " WS-GLA-COUNT.

      * A record read successfully after the table is full means
      * the chart is bigger than this program can carry - the
      * run must not go on to rewrite a truncated master.
       READ-ACCOUNT-MASTER.
           READ GL-ACCOUNT-FILE
               AT END
                   SET WS-ACCOUNT-EOF TO TRUE
           END-READ.
           IF NOT WS-ACCOUNT-EOF
               AND WS-GLA-COUNT >= 500
               SET WS-GLA-OVERFLOW TO TRUE
               SET WS-ACCOUNT-EOF TO TRUE
           END-IF.

       READ-MAINT-TRANS.
           READ MAINT-TRANS-FILE
               AT END
                   SET WS-TRANS-EOF TO TRUE
           END-READ.
           IF NOT WS-TRANS-EOF
               ADD 1 TO WS-TRANS-READ
           END-IF.

       APPLY-MAINT-TRANS.
           MOVE GAT-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM FIND-ACCOUNT.
           MOVE GAT-TYPE TO WS-TYPE-CHECK.
           MOVE SPACES TO WS-RESULT-TEXT.
           MOVE "N" TO WS-APPLIED-SW.
           MOVE "N" TO WS-RULE-USE-SW.
           IF WS-GLA-FOUND
               MOVE WS-GAE-DESC (WS-GLA-SUB)   TO WS-BEF-DESC
               MOVE WS-GAE-TYPE (WS-GLA-SUB)   TO WS-BEF-TYPE
               MOVE WS-GAE-STATUS (WS-GLA-SUB) TO WS-BEF-STATUS
               IF GAT-DEACTIVATE
                   PERFORM CHECK-ACCOUNT-IN-USE
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN GAT-ACCOUNT = SPACES
                   MOVE "REJECTED - ACCOUNT MISSING"
                       TO WS-RESULT-TEXT
                   ADD 1 TO WS-TRANS-ERRORS
               WHEN GAT-ADD AND WS-GLA-FOUND
                   MOVE "REJECTED - ALREADY ON CHART"
                       TO WS-RESULT-TEXT
                   ADD 1 TO WS-TRANS-ERRORS
               WHEN (GAT-ADD OR GAT-CHANGE)
                   AND NOT WS-TYPE-VALID
                   MOVE "REJECTED - BAD ACCOUNT TYPE"
                       TO WS-RESULT-TEXT
                   ADD 1 TO WS-TRANS-ERRORS
               WHEN (GAT-ADD OR GAT-CHANGE)
                   AND GAT-DESC = SPACES
                   MOVE "REJECTED - DESCRIPTION MISSING"
                       TO WS-RESULT-TEXT
                   ADD 1 TO WS-TRANS-ERRORS
               WHEN GAT-ADD AND WS-GLA-COUNT >= 500
                   MOVE "REJECTED - CHART TABLE FULL"
                       TO WS-RESULT-TEXT
                   ADD 1 TO WS-TRANS-ERRORS
               WHEN GAT-ADD
                   ADD 1 TO WS-GLA-COUNT
                   MOVE GAT-ACCOUNT TO WS-GAE-ACCOUNT (WS-GLA-COUNT)
                   MOVE GAT-DESC    TO WS-GAE-DESC (WS-GLA-COUNT)
                   MOVE GAT-TYPE    TO WS-GAE-TYPE (WS-GLA-COUNT)
                   MOVE "A"         TO WS-GAE-STATUS (WS-GLA-COUNT)
                   MOVE "ADDED" TO WS-RESULT-TEXT
                   ADD 1 TO WS-TRANS-APPLIED
               WHEN (GAT-CHANGE OR GAT-DEACTIVATE OR GAT-REACTIVATE)
                   AND NOT WS-GLA-FOUND
                   MOVE "REJECTED - NOT ON CHART"
                       TO WS-RESULT-TEXT
                   ADD 1 TO WS-TRANS-ERRORS
               WHEN GAT-CHANGE
                   MOVE GAT-DESC TO WS-GAE-DESC (WS-GLA-SUB)
                   MOVE GAT-TYPE TO WS-GAE-TYPE (WS-GLA-SUB)
                   MOVE "CHANGED" TO WS-RESULT-TEXT
                   SET WS-TRANS-WAS-APPLIED TO TRUE
                   ADD 1 TO WS-TRANS-APPLIED
               WHEN GAT-DEACTIVATE AND WS-RULE-IN-USE
                   MOVE "REJECTED - IN USE BY POSTING RULE"
                       TO WS-RESULT-TEXT
                   ADD 1 TO WS-TRANS-ERRORS
               WHEN GAT-DEACTIVATE
                   MOVE "I" TO WS-GAE-STATUS (WS-GLA-SUB)
                   MOVE "DEACTIVATED" TO WS-RESULT-TEXT
                   SET WS-TRANS-WAS-APPLIED TO TRUE
                   ADD 1 TO WS-TRANS-APPLIED
               WHEN GAT-REACTIVATE
                   MOVE "A" TO WS-GAE-STATUS (WS-GLA-SUB)
                   MOVE "REACTIVATED" TO WS-RESULT-TEXT
                   SET WS-TRANS-WAS-APPLIED TO TRUE
                   ADD 1 TO WS-TRANS-APPLIED
               WHEN OTHER
                   MOVE "REJECTED - BAD ACTION CODE"
                       TO WS-RESULT-TEXT
                   ADD 1 TO WS-TRANS-ERRORS
           END-EVALUATE.

           MOVE GAT-ACTION     TO WS-MDL-ACTION.
           MOVE GAT-ACCOUNT    TO WS-MDL-ACCOUNT.
           MOVE GAT-DESC       TO WS-MDL-DESC.
           MOVE GAT-TYPE       TO WS-MDL-TYPE.
           MOVE GAT-USER-ID    TO WS-MDL-USER.
           MOVE WS-RESULT-TEXT TO WS-MDL-RESULT.
           MOVE WS-MAINT-DTL TO PRINT-LINE.
           WRITE PRINT-LINE.

      * Changes to an existing account carry its prior image on
      * the audit trail so the report alone shows what was
      * there before.
           IF WS-TRANS-WAS-APPLIED
               MOVE WS-BEF-DESC TO WS-MBL-DESC
               MOVE WS-BEF-TYPE TO WS-MBL-TYPE
               MOVE WS-BEF-STATUS TO WS-STATUS-TEXT
               PERFORM SET-STATUS-TEXT
               MOVE WS-STATUS-TEXT TO WS-MBL-STATUS
               MOVE WS-MAINT-BEFORE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           DISPLAY "  " GAT-ACTION " " GAT-ACCOUNT " - "
               WS-RESULT-TEXT.

       FIND-ACCOUNT.
           MOVE "N" TO WS-GLA-FOUND-SW.
           PERFORM VARYING WS-GLA-SUB FROM 1 BY 1
               UNTIL WS-GLA-SUB > WS-GLA-COUNT
                   OR WS-GLA-FOUND
               IF WS-GAE-ACCOUNT (WS-GLA-SUB) = WS-FIND-ACCOUNT
                   SET WS-GLA-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-GLA-FOUND
               SUBTRACT 1 FROM WS-GLA-SUB
           END-IF.

      * An account still named by a posting rule may not be
      * deactivated: every posting that rule drives would be
      * held at the next extract.
       CHECK-ACCOUNT-IN-USE.
           MOVE "N" TO WS-RULE-USE-SW.
           MOVE "N" TO WS-RULE-EOF-SW.
           OPEN INPUT GL-RULE-FILE.
           IF WS-RULE-STATUS = "00"
               PERFORM READ-RULE
               PERFORM UNTIL WS-RULE-EOF OR WS-RULE-IN-USE
                   IF GLR-ACCOUNT = GAT-ACCOUNT
                       SET WS-RULE-IN-USE TO TRUE
                   END-IF
                   PERFORM READ-RULE
               END-PERFORM
           END-IF.
           CLOSE GL-RULE-FILE.

       READ-RULE.
           READ GL-RULE-FILE
               AT END
                   SET WS-RULE-EOF TO TRUE
           END-READ.

       REWRITE-ACCOUNT-MASTER.
           OPEN OUTPUT GL-ACCOUNT-FILE.
           PERFORM VARYING WS-GLA-SUB FROM 1 BY 1
               UNTIL WS-GLA-SUB > WS-GLA-COUNT
               MOVE WS-GAE-ACCOUNT (WS-GLA-SUB) TO GLA-ACCOUNT
               MOVE WS-GAE-DESC (WS-GLA-SUB)    TO GLA-DESC
               MOVE WS-GAE-TYPE (WS-GLA-SUB)    TO GLA-TYPE
               MOVE WS-GAE-STATUS (WS-GLA-SUB)  TO GLA-STATUS
               WRITE GL-ACCOUNT-RECORD
           END-PERFORM.
           CLOSE GL-ACCOUNT-FILE.

       PRINT-CHART-LISTING.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-CHART-HDR-1 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-CHART-HDR-2 TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM VARYING WS-GLA-SUB FROM 1 BY 1
               UNTIL WS-GLA-SUB > WS-GLA-COUNT
               MOVE WS-GAE-ACCOUNT (WS-GLA-SUB) TO WS-CDL-ACCOUNT
               MOVE WS-GAE-DESC (WS-GLA-SUB)    TO WS-CDL-DESC
               EVALUATE WS-GAE-TYPE (WS-GLA-SUB)
                   WHEN "A"   MOVE "ASSET"     TO WS-TYPE-TEXT
                   WHEN "L"   MOVE "LIABILITY" TO WS-TYPE-TEXT
                   WHEN "Q"   MOVE "EQUITY"    TO WS-TYPE-TEXT
                   WHEN "I"   MOVE "INCOME"    TO WS-TYPE-TEXT
                   WHEN "E"   MOVE "EXPENSE"   TO WS-TYPE-TEXT
                   WHEN OTHER MOVE "UNKNOWN"   TO WS-TYPE-TEXT
               END-EVALUATE
               MOVE WS-TYPE-TEXT TO WS-CDL-TYPE
               MOVE WS-GAE-STATUS (WS-GLA-SUB) TO WS-STATUS-TEXT
               PERFORM SET-STATUS-TEXT
               MOVE WS-STATUS-TEXT TO WS-CDL-STATUS
               MOVE WS-CHART-DTL TO PRINT-LINE
               WRITE PRINT-LINE
           END-PERFORM.
           MOVE WS-GLA-COUNT TO WS-CTL-COUNT.
           MOVE WS-CHART-TOT TO PRINT-LINE.
           WRITE PRINT-LINE.

       SET-STATUS-TEXT.
           EVALUATE WS-STATUS-TEXT
               WHEN "A"   MOVE "ACTIVE"   TO WS-STATUS-TEXT
               WHEN "I"   MOVE "INACTIVE" TO WS-STATUS-TEXT
               WHEN OTHER MOVE "UNKNOWN"  TO WS-STATUS-TEXT
           END-EVALUATE.

      * Every posting rule is checked against the chart as just
      * rewritten; only the rules with a problem are printed.
       CHECK-POSTING-RULES.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-RULE-HDR-1 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-RULE-HDR-2 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "N" TO WS-RULE-EOF-SW.
           OPEN INPUT GL-RULE-FILE.
           IF WS-RULE-STATUS = "00"
               PERFORM READ-RULE
               PERFORM UNTIL WS-RULE-EOF
                   ADD 1 TO WS-RULES-READ
                   PERFORM CHECK-ONE-RULE
                   PERFORM READ-RULE
               END-PERFORM
           ELSE
               DISPLAY "NO POSTING RULE FILE FOUND, STATUS="
                   WS-RULE-STATUS
           END-IF.
           CLOSE GL-RULE-FILE.
           MOVE WS-RULES-READ  TO WS-RTL-READ.
           MOVE WS-RULE-ERRORS TO WS-RTL-ERRORS.
           MOVE WS-RULE-TOT TO PRINT-LINE.
           WRITE PRINT-LINE.

       CHECK-ONE-RULE.
           MOVE GLR-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM FIND-ACCOUNT.
           MOVE SPACES TO WS-RDL-PROBLEM.
           IF NOT WS-GLA-FOUND
               MOVE "ACCOUNT NOT ON CHART" TO WS-RDL-PROBLEM
           ELSE
               IF WS-GAE-STATUS (WS-GLA-SUB) NOT = "A"
                   MOVE "ACCOUNT INACTIVE" TO WS-RDL-PROBLEM
               END-IF
           END-IF.
           IF WS-RDL-PROBLEM NOT = SPACES
               ADD 1 TO WS-RULE-ERRORS
               MOVE GLR-SOURCE    TO WS-RDL-SOURCE
               MOVE GLR-POST-TYPE TO WS-RDL-TYPE
               MOVE GLR-ACCOUNT   TO WS-RDL-ACCOUNT
               MOVE WS-RULE-DTL TO PRINT-LINE
               WRITE PRINT-LINE
               DISPLAY "  RULE " GLR-SOURCE " " GLR-POST-TYPE
                   " -> " GLR-ACCOUNT " - " WS-RDL-PROBLEM
           END-IF.
