
      * General-ledger interface extract, run at the end of the
      * batch stream. Folds the GL work records dropped by
      * SIMPLE-TEST, HELLO-WORLD, AMORTIZE-LOAN,
      * LOAN-POSTING, LATE-CHARGE, SUSPENSE-MAINT and
      * CHARGE-OFF into one
      * fixed-layout
      * interface file
      * (GLREC): a header record
      * carrying the business date and this extract's run
      * number, one typed detail per posting, and a trailer
      * carrying the record count and amount hash total so the
      * receiving system can verify the feed before loading it.
      *
      * Every detail is checked against the chart of accounts
      * (GLACCT) before it goes on the feed. A detail for an
      * account that is not on the chart, or is inactive, is
      * held on data/gl_hold.dat (GLHOLD) instead of being sent
      * for the GL system to bounce back. Held details are
      * re-checked first thing on every run and released onto
      * the feed once the chart has been put right; each run
      * lists what it held and released on the exception
      * report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANPOST-GL-STATUS.

           SELECT OPTIONAL LATECHG-GL-FILE
               ASSIGN TO "data/gl_latechg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATECHG-GL-STATUS.

      * Suspense refunds and write-offs from SUSPENSE-MAINT,
      * which runs on demand between feeds and extends this
      * file; it is emptied once consumed, the same as the
      * resubmission file below.
           SELECT OPTIONAL SUSPENSE-GL-FILE
               ASSIGN TO "data/gl_suspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-GL-STATUS.

      * Charge-off losses from CHARGE-OFF, which also runs on
      * demand and extends its file; emptied once consumed.
           SELECT OPTIONAL CHGOFF-GL-FILE
               ASSIGN TO "data/gl_chgoff.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGOFF-GL-STATUS.

      * Details the GL system rejected from an earlier feed,
      * queued back by GL-RETURN; they ride tonight's feed
      * and the file is emptied once consumed so a rejected
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.

      * The chart of accounts must be there - without it every
      * detail would be held, so the run stops before the feed
      * is cut or any work file is consumed.
           SELECT GL-ACCOUNT-FILE
               ASSIGN TO "data/glacct.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-STATUS.

      * Details held by earlier runs; rewritten from the new
      * hold file at the end of every run with whatever is
      * still held.
           SELECT OPTIONAL GL-HOLD-FILE
               ASSIGN TO "data/gl_hold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT GL-HOLD-NEW
               ASSIGN TO "data/gl_hold_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-NEW-STATUS.

           SELECT EXCEPTION-REPORT-FILE
               ASSIGN TO "data/gl_exception_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

      * The shared run-control file carries the job-level
      * business-date override; the extract honors it so the
      * feed is stamped with the same date the stream ran to.
               GLW-SIGN BY LGLW-SIGN
               GLW-AMOUNT BY LGLW-AMOUNT.

       FD  LATECHG-GL-FILE
           RECORD CONTAINS 47 CHARACTERS.
           COPY GLWORK REPLACING GL-WORK-RECORD
               BY LATECHG-GL-WORK-RECORD
               GLW-SOURCE BY CGLW-SOURCE
               GLW-ACCOUNT BY CGLW-ACCOUNT
               GLW-DESC BY CGLW-DESC
               GLW-SIGN BY CGLW-SIGN
               GLW-AMOUNT BY CGLW-AMOUNT.

       FD  SUSPENSE-GL-FILE
           RECORD CONTAINS 47 CHARACTERS.
           COPY GLWORK REPLACING GL-WORK-RECORD
               BY SUSPENSE-GL-WORK-RECORD
               GLW-SOURCE BY SGLW-SOURCE
               GLW-ACCOUNT BY SGLW-ACCOUNT
               GLW-DESC BY SGLW-DESC
               GLW-SIGN BY SGLW-SIGN
               GLW-AMOUNT BY SGLW-AMOUNT.

       FD  CHGOFF-GL-FILE
           RECORD CONTAINS 47 CHARACTERS.
           COPY GLWORK REPLACING GL-WORK-RECORD
               BY CHGOFF-GL-WORK-RECORD
               GLW-SOURCE BY OGLW-SOURCE
               GLW-ACCOUNT BY OGLW-ACCOUNT
               GLW-DESC BY OGLW-DESC
               GLW-SIGN BY OGLW-SIGN
               GLW-AMOUNT BY OGLW-AMOUNT.

       FD  RESUBMIT-FILE
           RECORD CONTAINS 47 CHARACTERS.
           COPY GLWORK REPLACING GL-WORK-RECORD
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLREC.

       FD  GL-ACCOUNT-FILE
           RECORD CONTAINS 38 CHARACTERS.
           COPY GLACCT.

       FD  GL-HOLD-FILE
           RECORD CONTAINS 56 CHARACTERS.
           COPY GLHOLD.

       FD  GL-HOLD-NEW
           RECORD CONTAINS 56 CHARACTERS.
           COPY GLHOLD REPLACING GL-HOLD-RECORD
               BY GL-HOLD-NEW-RECORD
               GLH-HELD-DATE BY NGLH-HELD-DATE
               GLH-REASON BY NGLH-REASON
               GLH-UNKNOWN-ACCOUNT BY NGLH-UNKNOWN-ACCOUNT
               GLH-INACTIVE-ACCOUNT BY NGLH-INACTIVE-ACCOUNT
               GLH-SOURCE BY NGLH-SOURCE
               GLH-ACCOUNT BY NGLH-ACCOUNT
               GLH-DESC BY NGLH-DESC
               GLH-SIGN BY NGLH-SIGN
               GLH-AMOUNT BY NGLH-AMOUNT.

       FD  EXCEPTION-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           COPY PRTLINE.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 10 CHARACTERS.
           COPY HELLOCTL.
       01  WS-HELLO-GL-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-AMORT-GL-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-LOANPOST-GL-STATUS PIC X(2) VALUE SPACES.
       01  WS-LATECHG-GL-STATUS PIC X(2) VALUE SPACES.
       01  WS-SUSPENSE-GL-STATUS PIC X(2) VALUE SPACES.
       01  WS-CHGOFF-GL-STATUS PIC X(2)  VALUE SPACES.
       01  WS-RESUBMIT-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-SENT-LOG-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-INTERFACE-STATUS PIC X(2)  VALUE SPACES.
       01  WS-RUNCTL-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-ACCOUNT-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-HOLD-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-HOLD-NEW-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-EXCEPTION-STATUS PIC X(2)  VALUE SPACES.

       01  WS-SIMPLE-GL-EOF-SW PIC X(1)  VALUE "N".
           88  WS-SIMPLE-GL-EOF           VALUE "Y".
           88  WS-AMORT-GL-EOF            VALUE "Y".
       01  WS-LOANPOST-GL-EOF-SW PIC X(1) VALUE "N".
           88  WS-LOANPOST-GL-EOF         VALUE "Y".
       01  WS-LATECHG-GL-EOF-SW PIC X(1) VALUE "N".
           88  WS-LATECHG-GL-EOF          VALUE "Y".
       01  WS-SUSPENSE-GL-EOF-SW PIC X(1) VALUE "N".
           88  WS-SUSPENSE-GL-EOF         VALUE "Y".
       01  WS-SUSPENSE-GL-COUNT PIC 9(6) VALUE 0.
       01  WS-CHGOFF-GL-EOF-SW PIC X(1)  VALUE "N".
           88  WS-CHGOFF-GL-EOF           VALUE "Y".
       01  WS-CHGOFF-GL-COUNT  PIC 9(6)  VALUE 0.
       01  WS-RESUBMIT-EOF-SW  PIC X(1)  VALUE "N".
           88  WS-RESUBMIT-EOF            VALUE "Y".
       01  WS-RESUBMITTED      PIC 9(6)  VALUE 0.

      * --- Chart of accounts / hold work area ---
       01  WS-ACCOUNT-EOF-SW   PIC X(1)  VALUE "N".
           88  WS-ACCOUNT-EOF             VALUE "Y".
       01  WS-COA-OVERFLOW-SW  PIC X(1)  VALUE "N".
           88  WS-COA-OVERFLOW            VALUE "Y".
       01  WS-COA-COUNT        PIC 9(3)  VALUE 0.
       01  WS-COA-SUB          PIC 9(3)  VALUE 0.
       01  WS-COA-FOUND-SW     PIC X(1)  VALUE "N".
           88  WS-COA-FOUND               VALUE "Y".
       01  WS-COA-TABLE.
           05  WS-COA-ENTRY  OCCURS 500 TIMES.
               10  WS-COA-ACCOUNT  PIC X(6).
               10  WS-COA-STATUS   PIC X(1).
       01  WS-HOLD-EOF-SW      PIC X(1)  VALUE "N".
           88  WS-HOLD-EOF                VALUE "Y".
       01  WS-RELEASING-SW     PIC X(1)  VALUE "N".
           88  WS-RELEASING-HELD          VALUE "Y".
       01  WS-HOLD-REASON      PIC X(1)  VALUE SPACES.
           88  WS-ACCOUNT-OK              VALUE SPACE.
       01  WS-HOLD-DATE        PIC 9(8)  VALUE 0.
       01  WS-HELD-PRIOR       PIC 9(6)  VALUE 0.
       01  WS-HELD-RELEASED    PIC 9(6)  VALUE 0.
       01  WS-HELD-COUNT       PIC 9(6)  VALUE 0.
       01  WS-HELD-TOTAL       PIC 9(13)V99 VALUE 0.

       01  WS-EXC-HDR-1.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  FILLER          PIC X(40)
               VALUE "GL EXTRACT ACCOUNT EXCEPTION REPORT".
           05  FILLER          PIC X(15) VALUE "BUSINESS DATE: ".
           05  WS-EH1-DATE     PIC 9(8).
           05  FILLER          PIC X(8)  VALUE "  RUN: ".
           05  WS-EH1-RUN      PIC Z(7)9.
       01  WS-EXC-HDR-2.
           05  FILLER          PIC X(10) VALUE "SOURCE".
           05  FILLER          PIC X(9)  VALUE "ACCOUNT".
           05  FILLER          PIC X(22) VALUE "DESCRIPTION".
           05  FILLER          PIC X(18) VALUE "            AMOUNT".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "HELD ON".
           05  FILLER          PIC X(30) VALUE "DISPOSITION".

       01  WS-EXC-DTL.
           05  WS-EXD-SOURCE   PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-EXD-ACCOUNT  PIC X(6).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-EXD-DESC     PIC X(20).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-EXD-SIGN     PIC X(1).
           05  WS-EXD-AMOUNT   PIC Z(12)9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-EXD-HELD-DATE PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-EXD-DISPOSITION PIC X(30).

       01  WS-EXC-TOT.
           05  FILLER          PIC X(16) VALUE "PRIOR HELD    : ".
           05  WS-EXT-PRIOR    PIC ZZZZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(16) VALUE "RELEASED      : ".
           05  WS-EXT-RELEASED PIC ZZZZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(16) VALUE "NOW HELD      : ".
           05  WS-EXT-HELD     PIC ZZZZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(14) VALUE "HELD AMOUNT : ".
           05  WS-EXT-TOTAL    PIC Z(12)9.99.

      * --- Run-sequence work area ---
       01  WS-RUNSEQ-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-RUNSEQ-KEY       PIC 9(4)  VALUE 4.
           PERFORM GET-RUN-NUMBER.
           PERFORM RESOLVE-BUSINESS-DATE.

           PERFORM LOAD-ACCOUNT-CHART.
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING GL-ACCOUNT-FILE, STATUS="
                   WS-ACCOUNT-STATUS
               DISPLAY "NO FEED CUT - CHART OF ACCOUNTS REQUIRED"
               CLOSE RUNSEQ-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-COA-OVERFLOW
               DISPLAY "CHART OF ACCOUNTS EXCEEDS 500 ENTRIES - "
                   "NO FEED CUT"
               CLOSE RUNSEQ-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT GL-HOLD-NEW.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           PERFORM WRITE-EXCEPTION-HEADINGS.

           OPEN OUTPUT GL-INTERFACE-FILE.
           PERFORM WRITE-HEADER-RECORD.
           PERFORM EXTRACT-HELD-WORK.
           MOVE WS-BUSINESS-DATE TO WS-HOLD-DATE.
           PERFORM EXTRACT-SIMPLE-WORK.
           PERFORM EXTRACT-HELLO-WORK.
           PERFORM EXTRACT-AMORT-WORK.
           PERFORM EXTRACT-LOANPOST-WORK.
           PERFORM EXTRACT-LATECHG-WORK.
           PERFORM EXTRACT-SUSPENSE-WORK.
           PERFORM EXTRACT-CHGOFF-WORK.
           PERFORM EXTRACT-RESUBMIT-WORK.
           PERFORM WRITE-TRAILER-RECORD.
           CLOSE GL-INTERFACE-FILE.
           PERFORM APPEND-SENT-LOG.

           CLOSE GL-HOLD-NEW.
           PERFORM COPY-HOLD-BACK.
           PERFORM WRITE-EXCEPTION-TOTALS.
           CLOSE EXCEPTION-REPORT-FILE.

           PERFORM PUT-RUN-NUMBER.
           CLOSE RUNSEQ-FILE.

           DISPLAY " ".
           DISPLAY "Details extracted: " WS-DETAIL-COUNT.
           DISPLAY "Hash total       : " WS-HASH-TOTAL.
           DISPLAY "Held from prior  : " WS-HELD-PRIOR.
           DISPLAY "Released to feed : " WS-HELD-RELEASED.
           DISPLAY "Details held     : " WS-HELD-COUNT.
           IF WS-HELD-COUNT > 0
               DISPLAY "WARNING: " WS-HELD-COUNT " DETAIL(S) HELD FOR "
                   "UNKNOWN OR INACTIVE GL ACCOUNTS - SEE "
                   "data/gl_exception_report.dat"
           END-IF.
           DISPLAY "Program completed successfully!".
           STOP RUN.

           END-IF.
           CLOSE RUN-CONTROL-FILE.

       LOAD-ACCOUNT-CHART.
           OPEN INPUT GL-ACCOUNT-FILE.
           IF WS-ACCOUNT-STATUS = "00"
               PERFORM READ-ACCOUNT-CHART
               PERFORM UNTIL WS-ACCOUNT-EOF
                   ADD 1 TO WS-COA-COUNT
                   MOVE GLA-ACCOUNT TO WS-COA-ACCOUNT (WS-COA-COUNT)
                   MOVE GLA-STATUS  TO WS-COA-STATUS (WS-COA-COUNT)
                   PERFORM READ-ACCOUNT-CHART
               END-PERFORM
               CLOSE GL-ACCOUNT-FILE
               DISPLAY "Accounts loaded  : " WS-COA-COUNT
           END-IF.

      * A record read successfully after the table is full means
      * the chart is bigger than this program can carry - the
      * run must not validate against a truncated chart.
       READ-ACCOUNT-CHART.
           READ GL-ACCOUNT-FILE
               AT END
                   SET WS-ACCOUNT-EOF TO TRUE
           END-READ.
           IF NOT WS-ACCOUNT-EOF
               AND WS-COA-COUNT >= 500
               SET WS-COA-OVERFLOW TO TRUE
               SET WS-ACCOUNT-EOF TO TRUE
           END-IF.

       WRITE-HEADER-RECORD.
           MOVE SPACES TO GL-INTERFACE-RECORD.
           MOVE "HD" TO GL-REC-TYPE.
           MOVE WS-RUN-NUMBER    TO GL-HDR-RUN-NUMBER.
           WRITE GL-INTERFACE-RECORD.

      * Details held by earlier runs are checked again first. Each
      * one keeps the date it was first held if it has to be held
      * again; the rest are released onto tonight's feed.
       EXTRACT-HELD-WORK.
           OPEN INPUT GL-HOLD-FILE.
           IF WS-HOLD-STATUS = "00"
               SET WS-RELEASING-HELD TO TRUE
               PERFORM READ-HELD-GL
               PERFORM UNTIL WS-HOLD-EOF
                   ADD 1 TO WS-HELD-PRIOR
                   MOVE GLH-HELD-DATE TO WS-HOLD-DATE
                   MOVE SPACES        TO GL-INTERFACE-RECORD
                   MOVE "DT"          TO GL-REC-TYPE
                   MOVE GLH-SOURCE    TO GL-DTL-SOURCE
                   MOVE GLH-ACCOUNT   TO GL-DTL-ACCOUNT
                   MOVE GLH-DESC      TO GL-DTL-DESC
                   MOVE GLH-SIGN      TO GL-DTL-SIGN
                   MOVE GLH-AMOUNT    TO GL-DTL-AMOUNT
                   PERFORM WRITE-DETAIL-RECORD
                   PERFORM READ-HELD-GL
               END-PERFORM
               MOVE "N" TO WS-RELEASING-SW
           END-IF.
           CLOSE GL-HOLD-FILE.

       READ-HELD-GL.
           READ GL-HOLD-FILE
               AT END
                   SET WS-HOLD-EOF TO TRUE
           END-READ.

       EXTRACT-SIMPLE-WORK.
           OPEN INPUT SIMPLE-GL-FILE.
           IF WS-SIMPLE-GL-STATUS = "00"
                   SET WS-LOANPOST-GL-EOF TO TRUE
           END-READ.

       EXTRACT-LATECHG-WORK.
           OPEN INPUT LATECHG-GL-FILE.
           IF WS-LATECHG-GL-STATUS = "00"
               PERFORM READ-LATECHG-GL
               PERFORM UNTIL WS-LATECHG-GL-EOF
                   MOVE SPACES       TO GL-INTERFACE-RECORD
                   MOVE "DT"         TO GL-REC-TYPE
                   MOVE CGLW-SOURCE  TO GL-DTL-SOURCE
                   MOVE CGLW-ACCOUNT TO GL-DTL-ACCOUNT
                   MOVE CGLW-DESC    TO GL-DTL-DESC
                   MOVE CGLW-SIGN    TO GL-DTL-SIGN
                   MOVE CGLW-AMOUNT  TO GL-DTL-AMOUNT
                   PERFORM WRITE-DETAIL-RECORD
                   PERFORM READ-LATECHG-GL
               END-PERFORM
           ELSE
               DISPLAY "WARNING: no GL work from LATE-CHARGE, "
                   "STATUS=" WS-LATECHG-GL-STATUS
           END-IF.
           CLOSE LATECHG-GL-FILE.

       READ-LATECHG-GL.
           READ LATECHG-GL-FILE
               AT END
                   SET WS-LATECHG-GL-EOF TO TRUE
           END-READ.

      * Suspense refunds and write-offs since the last feed;
      * no warning when the file is absent - most nights
      * nothing has been worked off suspense.
       EXTRACT-SUSPENSE-WORK.
           OPEN INPUT SUSPENSE-GL-FILE.
           IF WS-SUSPENSE-GL-STATUS = "00"
               PERFORM READ-SUSPENSE-GL
               PERFORM UNTIL WS-SUSPENSE-GL-EOF
                   MOVE SPACES       TO GL-INTERFACE-RECORD
                   MOVE "DT"         TO GL-REC-TYPE
                   MOVE SGLW-SOURCE  TO GL-DTL-SOURCE
                   MOVE SGLW-ACCOUNT TO GL-DTL-ACCOUNT
                   MOVE SGLW-DESC    TO GL-DTL-DESC
                   MOVE SGLW-SIGN    TO GL-DTL-SIGN
                   MOVE SGLW-AMOUNT  TO GL-DTL-AMOUNT
                   PERFORM WRITE-DETAIL-RECORD
                   ADD 1 TO WS-SUSPENSE-GL-COUNT
                   PERFORM READ-SUSPENSE-GL
               END-PERFORM
           END-IF.
           CLOSE SUSPENSE-GL-FILE.
           IF WS-SUSPENSE-GL-COUNT > 0
               OPEN OUTPUT SUSPENSE-GL-FILE
               CLOSE SUSPENSE-GL-FILE
           END-IF.

       READ-SUSPENSE-GL.
           READ SUSPENSE-GL-FILE
               AT END
                   SET WS-SUSPENSE-GL-EOF TO TRUE
           END-READ.

      * Charge-offs since the last feed; no warning when the
      * file is absent - most nights nothing is charged off.
       EXTRACT-CHGOFF-WORK.
           OPEN INPUT CHGOFF-GL-FILE.
           IF WS-CHGOFF-GL-STATUS = "00"
               PERFORM READ-CHGOFF-GL
               PERFORM UNTIL WS-CHGOFF-GL-EOF
                   MOVE SPACES       TO GL-INTERFACE-RECORD
                   MOVE "DT"         TO GL-REC-TYPE
                   MOVE OGLW-SOURCE  TO GL-DTL-SOURCE
                   MOVE OGLW-ACCOUNT TO GL-DTL-ACCOUNT
                   MOVE OGLW-DESC    TO GL-DTL-DESC
                   MOVE OGLW-SIGN    TO GL-DTL-SIGN
                   MOVE OGLW-AMOUNT  TO GL-DTL-AMOUNT
                   PERFORM WRITE-DETAIL-RECORD
                   ADD 1 TO WS-CHGOFF-GL-COUNT
                   PERFORM READ-CHGOFF-GL
               END-PERFORM
           END-IF.
           CLOSE CHGOFF-GL-FILE.
           IF WS-CHGOFF-GL-COUNT > 0
               OPEN OUTPUT CHGOFF-GL-FILE
               CLOSE CHGOFF-GL-FILE
           END-IF.

       READ-CHGOFF-GL.
           READ CHGOFF-GL-FILE
               AT END
                   SET WS-CHGOFF-GL-EOF TO TRUE
           END-READ.

      * Rejected details queued by GL-RETURN ride tonight's
      * feed, then the resubmission file is emptied so they
      * cannot go out twice. No warning when the file is
      * The hash total is the unsigned sum of every detail
      * amount - the receiving system recomputes both figures
      * from the details and rejects the feed on a mismatch.
      * A detail that fails the chart of accounts check is held
      * instead, and counts in neither figure.
       WRITE-DETAIL-RECORD.
           PERFORM VALIDATE-GL-ACCOUNT.
           IF WS-ACCOUNT-OK
               ADD 1 TO WS-DETAIL-COUNT
               ADD GL-DTL-AMOUNT TO WS-HASH-TOTAL
               WRITE GL-INTERFACE-RECORD
               IF WS-RELEASING-HELD
                   ADD 1 TO WS-HELD-RELEASED
                   MOVE "RELEASED TO FEED" TO WS-EXD-DISPOSITION
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           ELSE
               PERFORM HOLD-DETAIL-RECORD
           END-IF.

       VALIDATE-GL-ACCOUNT.
           MOVE "N" TO WS-COA-FOUND-SW.
           PERFORM VARYING WS-COA-SUB FROM 1 BY 1
               UNTIL WS-COA-SUB > WS-COA-COUNT
                   OR WS-COA-FOUND
               IF WS-COA-ACCOUNT (WS-COA-SUB) = GL-DTL-ACCOUNT
                   SET WS-COA-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-COA-FOUND
               SUBTRACT 1 FROM WS-COA-SUB
           END-IF.
           MOVE SPACE TO WS-HOLD-REASON.
           IF NOT WS-COA-FOUND
               MOVE "U" TO WS-HOLD-REASON
           ELSE
               IF WS-COA-STATUS (WS-COA-SUB) NOT = "A"
                   MOVE "I" TO WS-HOLD-REASON
               END-IF
           END-IF.

       HOLD-DETAIL-RECORD.
           MOVE WS-HOLD-DATE   TO NGLH-HELD-DATE.
           MOVE WS-HOLD-REASON TO NGLH-REASON.
           MOVE GL-DTL-SOURCE  TO NGLH-SOURCE.
           MOVE GL-DTL-ACCOUNT TO NGLH-ACCOUNT.
           MOVE GL-DTL-DESC    TO NGLH-DESC.
           MOVE GL-DTL-SIGN    TO NGLH-SIGN.
           MOVE GL-DTL-AMOUNT  TO NGLH-AMOUNT.
           WRITE GL-HOLD-NEW-RECORD.
           ADD 1 TO WS-HELD-COUNT.
           ADD GL-DTL-AMOUNT TO WS-HELD-TOTAL.
           IF NGLH-UNKNOWN-ACCOUNT
               MOVE "HELD - ACCOUNT NOT ON CHART"
                   TO WS-EXD-DISPOSITION
           ELSE
               MOVE "HELD - ACCOUNT INACTIVE"
                   TO WS-EXD-DISPOSITION
           END-IF.
           PERFORM WRITE-EXCEPTION-LINE.
           DISPLAY "  HELD " GL-DTL-SOURCE " ACCOUNT '"
               GL-DTL-ACCOUNT "' " GL-DTL-DESC " - "
               WS-EXD-DISPOSITION.

       WRITE-EXCEPTION-LINE.
           MOVE GL-DTL-SOURCE  TO WS-EXD-SOURCE.
           MOVE GL-DTL-ACCOUNT TO WS-EXD-ACCOUNT.
           MOVE GL-DTL-DESC    TO WS-EXD-DESC.
           MOVE GL-DTL-SIGN    TO WS-EXD-SIGN.
           MOVE GL-DTL-AMOUNT  TO WS-EXD-AMOUNT.
           MOVE WS-HOLD-DATE   TO WS-EXD-HELD-DATE.
           MOVE WS-EXC-DTL TO PRINT-LINE.
           WRITE PRINT-LINE.

       WRITE-EXCEPTION-HEADINGS.
           MOVE WS-BUSINESS-DATE TO WS-EH1-DATE.
           MOVE WS-RUN-NUMBER    TO WS-EH1-RUN.
           MOVE WS-EXC-HDR-1 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-EXC-HDR-2 TO PRINT-LINE.
           WRITE PRINT-LINE.

       WRITE-EXCEPTION-TOTALS.
           MOVE WS-HELD-PRIOR    TO WS-EXT-PRIOR.
           MOVE WS-HELD-RELEASED TO WS-EXT-RELEASED.
           MOVE WS-HELD-COUNT    TO WS-EXT-HELD.
           MOVE WS-HELD-TOTAL    TO WS-EXT-TOTAL.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-EXC-TOT TO PRINT-LINE.
           WRITE PRINT-LINE.

      * Whatever is still held replaces the old hold file, the
      * same new-file-then-copy-back used for the loan master.
       COPY-HOLD-BACK.
           MOVE "N" TO WS-HOLD-EOF-SW.
           OPEN INPUT GL-HOLD-NEW.
           OPEN OUTPUT GL-HOLD-FILE.
           PERFORM READ-HOLD-NEW.
           PERFORM UNTIL WS-HOLD-EOF
               MOVE GL-HOLD-NEW-RECORD TO GL-HOLD-RECORD
               WRITE GL-HOLD-RECORD
               PERFORM READ-HOLD-NEW
           END-PERFORM.
           CLOSE GL-HOLD-NEW.
           CLOSE GL-HOLD-FILE.

       READ-HOLD-NEW.
           READ GL-HOLD-NEW
               AT END
                   SET WS-HOLD-EOF TO TRUE
           END-READ.

       WRITE-TRAILER-RECORD.
           MOVE SPACES TO GL-INTERFACE-RECORD.
