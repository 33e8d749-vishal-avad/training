               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLWORK-STATUS.

           SELECT OPTIONAL GL-RULE-FILE ASSIGN TO "data/glrules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLRULE-STATUS.

      * NOTE: this build's runtime has the indexed file handler
      * disabled, so the shared run-sequence file uses RELATIVE
      * organization (direct access by relative record number)
           RECORD CONTAINS 47 CHARACTERS.
           COPY GLWORK.

       FD  GL-RULE-FILE
           RECORD CONTAINS 22 CHARACTERS.
           COPY GLRULE.

       FD  RUNSEQ-FILE
           RECORD CONTAINS 16 CHARACTERS.
           COPY RUNSEQREC.

      * --- General-ledger work area ---
       01  WS-GLWORK-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-GLRULE-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-GLRULE-EOF-SW   PIC X(1)  VALUE "N".
           88  WS-GLRULE-EOF            VALUE "Y".
       01  WS-GLRULE-FOUND-SW PIC X(1)  VALUE "N".
           88  WS-GLRULE-FOUND          VALUE "Y".
       01  WS-GL-POST-TYPE    PIC X(8)  VALUE SPACES.
       01  WS-TOT-SUM         PIC 9(10)    VALUE 0.
       01  WS-TOT-DIFF        PIC S9(10)   VALUE 0.
       01  WS-TOT-PRODUCT     PIC 9(10)    VALUE 0.
       WRITE-GL-WORK-FILE.
           OPEN OUTPUT GL-WORK-FILE.
           MOVE "SIMPLE-T" TO GLW-SOURCE.
           MOVE "SUMS"     TO WS-GL-POST-TYPE.
           PERFORM RESOLVE-GL-ACCOUNT.
           MOVE "ARITHMETIC SUMS"     TO GLW-DESC.
           MOVE "+"        TO GLW-SIGN.
           MOVE WS-TOT-SUM TO GLW-AMOUNT.
           WRITE GL-WORK-RECORD.
           MOVE "DIFFS"    TO WS-GL-POST-TYPE.
           PERFORM RESOLVE-GL-ACCOUNT.
           MOVE "ARITHMETIC DIFFS"    TO GLW-DESC.
           IF WS-TOT-DIFF < 0
               MOVE "-" TO GLW-SIGN
               MOVE WS-TOT-DIFF TO GLW-AMOUNT
           END-IF.
           WRITE GL-WORK-RECORD.
           MOVE "PRODUCTS" TO WS-GL-POST-TYPE.
           PERFORM RESOLVE-GL-ACCOUNT.
           MOVE "ARITHMETIC PRODUCTS" TO GLW-DESC.
           MOVE "+"        TO GLW-SIGN.
           MOVE WS-TOT-PRODUCT TO GLW-AMOUNT.
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
           OPEN OUTPUT CONTROL-OUT-FILE.
           MOVE "SIMPLE-T"       TO BAL-PROGRAM-ID.
