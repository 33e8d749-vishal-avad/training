      *   LM-DELINQ-STATUS: C = current
      *                     D = delinquent (underpaid or
      *                         missed a posting cycle)
      *                     X = charged off by CHARGE-OFF -
      *                         the balance and fees due are
      *                         frozen at the amount written
      *                         off, and anything paid after
      *                         is a recovery
      *   LM-MISSED-CYCLES counts consecutive missed or
      *   underpaid cycles - reset to zero by a full payment
      *   - so collections can tell one day late from four
      *   cycles gone. LM-LAST-PAY-DATE is the pay date of
      *   the last payment received (zero = never paid).
      *   LM-FEES-DUE is the late-charge balance LATE-CHARGE
      *   assesses; LOAN-POSTING takes it first out of the
      *   next payment, ahead of interest and principal.
      *   LM-NEXT-DUE-DATE is the due date of the oldest
      *   installment not yet paid in full - set at boarding,
      *   advanced a month by each full payment and backed
      *   off by the reversal of one. LM-LATE-CHG-DATE is the
      *   installment due date the last late charge was
      *   assessed against, so no installment is charged
      *   twice (zero = never charged).
      *   LM-CHGOFF-DATE is the business date the loan was
      *   charged off (zero = never); LM-RECOVERED is what
      *   LOAN-POSTING has since recovered against it.
      *   Adjustable-rate terms, set at boarding from the
      *   AMORTIN record: LM-RATE-TYPE V = variable (F or
      *   space = fixed). LM-ANNUAL-RATE is reset by
      *   LOAN-REPRICE on LM-NEXT-ADJ-DATE to the LM-INDEX-CODE
      *   index rate plus LM-MARGIN, moved no more than
      *   LM-PER-CHG-CAP at one adjustment and kept within
      *   LM-LIFE-CAP either side of LM-INITIAL-RATE, the note
      *   rate the loan was boarded at; LM-NEXT-ADJ-DATE then
      *   moves on LM-ADJ-FREQ months. Rates are percentages
      *   like LM-ANNUAL-RATE.
      * LM-CUSTOMER-NUMBER is the CUSTREC customer that owns
      *   the loan, checked at boarding by AMORTIZE-LOAN; the
      *   loan belongs to that customer's branch, LM-BRANCH,
      *   kept in step with the customer master each night.
      *****************************************************
       01  LOAN-MASTER-RECORD.
           05  LM-LOAN-NUMBER     PIC 9(8).
           05  LM-DELINQ-STATUS   PIC X(1).
               88  LM-CURRENT                VALUE "C".
               88  LM-DELINQUENT             VALUE "D".
               88  LM-CHARGED-OFF            VALUE "X".
           05  LM-MISSED-CYCLES   PIC 9(3).
           05  LM-LAST-PAY-DATE   PIC 9(8).
           05  LM-FEES-DUE        PIC 9(7)V99.
           05  LM-NEXT-DUE-DATE   PIC 9(8).
           05  LM-LATE-CHG-DATE   PIC 9(8).
           05  LM-CHGOFF-DATE     PIC 9(8).
           05  LM-RECOVERED       PIC 9(9)V99.
           05  LM-RATE-TYPE       PIC X(1).
               88  LM-FIXED-RATE             VALUES "F" " ".
               88  LM-VARIABLE-RATE          VALUE "V".
           05  LM-INDEX-CODE      PIC X(4).
           05  LM-MARGIN          PIC 9(2)V999.
           05  LM-INITIAL-RATE    PIC 9(2)V999.
           05  LM-ADJ-FREQ        PIC 9(3).
           05  LM-NEXT-ADJ-DATE   PIC 9(8).
           05  LM-PER-CHG-CAP     PIC 9(2)V999.
           05  LM-LIFE-CAP        PIC 9(2)V999.
           05  LM-CUSTOMER-NUMBER PIC 9(6).
           05  LM-BRANCH          PIC X(3).
