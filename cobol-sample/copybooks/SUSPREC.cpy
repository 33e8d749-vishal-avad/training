      *****************************************************
      * SUSPREC.cpy - unapplied-payment suspense record, one
      * per payment carried on data/loan_suspense.dat.
      * LOAN-POSTING appends a payment it cannot apply - the
      * loan is not on the master, or is already paid off -
      * under the next sequence number, with the PAYTRAN
      * data exactly as it was fed; for a payoff that brought
      * in more than the loan owed, the amount is the overage
      * only. SUSPENSE-MAINT works the
      * inventory from operator actions (SUSPACT):
      *   SUS-REASON-CODE: N = loan not on master
      *                    P = loan already paid off
      *                    O = payoff overpayment
      *   SUS-STATUS: O = open (money held in suspense)
      *               C = corrected - to be re-fed under
      *                   SUS-CORR-LOAN
      *               A = applied - re-fed to LOAN-POSTING
      *               F = refunded to the payer
      *               W = written off
      * SUS-SUSPENSE-DATE is the business date the payment
      * went to suspense (the aging base); SUS-ACTION-DATE
      * and SUS-USER-ID record who worked it, and when.
      *****************************************************
       01  SUSPENSE-RECORD.
           05  SUS-SEQ-NO         PIC 9(6).
           05  SUS-PAYMENT.
               10  SUS-PAY-LOAN-NUMBER PIC 9(8).
               10  SUS-PAY-DATE        PIC 9(8).
               10  SUS-PAY-AMOUNT      PIC 9(7)V99.
               10  SUS-PAY-TRAN-TYPE   PIC X(1).
           05  SUS-REASON-CODE    PIC X(1).
               88  SUS-NOT-ON-MASTER         VALUE "N".
               88  SUS-PAID-OFF              VALUE "P".
               88  SUS-PAYOFF-OVERAGE        VALUE "O".
           05  SUS-SUSPENSE-DATE  PIC 9(8).
           05  SUS-STATUS         PIC X(1).
               88  SUS-OPEN                  VALUE "O".
               88  SUS-CORRECTED             VALUE "C".
               88  SUS-APPLIED               VALUE "A".
               88  SUS-REFUNDED              VALUE "F".
               88  SUS-WRITTEN-OFF           VALUE "W".
           05  SUS-CORR-LOAN      PIC 9(8).
           05  SUS-ACTION-DATE    PIC 9(8).
           05  SUS-USER-ID        PIC X(8).
