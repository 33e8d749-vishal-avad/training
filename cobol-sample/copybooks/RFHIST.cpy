      *****************************************************
      * RFHIST.cpy - portfolio roll-forward control history,
      * one record appended per PORTFOLIO-ROLLFWD run to
      * data/rollfwd_history.dat. RFH-CLOSING-BAL is the
      * night's actual master total (sum of
      * LM-CURRENT-BALANCE over loans not charged off) and is
      * the next night's opening balance; RFH-HISTORY-COUNT
      * is the number of LOANHIST records on file at the
      * proof, so the next night knows where its postings
      * start and can tell if any have gone missing.
      *   RFH-RESULT: B = balanced, O = out of balance (the
      *               master, the history or the GL feed did
      *               not agree - the step failed),
      *               I = initial position, nothing to prove
      *   RFH-DIFF-SIGN/RFH-DIFFERENCE is the expected total
      *   less the actual one.
      *   RFH-GL-TIE-SW Y = principal and interest tied to
      *   LOAN-POSTING's GL work file.
      * OPS-SUMMARY reports the last record on the morning
      * page.
      *****************************************************
       01  ROLLFWD-HISTORY-RECORD.
           05  RFH-BUSINESS-DATE  PIC 9(8).
           05  RFH-RESULT         PIC X(1).
               88  RFH-BALANCED              VALUE "B".
               88  RFH-OUT-OF-BALANCE        VALUE "O".
               88  RFH-INITIAL               VALUE "I".
           05  RFH-OPENING-BAL    PIC 9(11)V99.
           05  RFH-CLOSING-BAL    PIC 9(11)V99.
           05  RFH-DIFF-SIGN      PIC X(1).
           05  RFH-DIFFERENCE     PIC 9(11)V99.
           05  RFH-ACTIVE-COUNT   PIC 9(6).
           05  RFH-HISTORY-COUNT  PIC 9(8).
           05  RFH-GL-TIE-SW      PIC X(1).
               88  RFH-GL-TIED               VALUE "Y".
