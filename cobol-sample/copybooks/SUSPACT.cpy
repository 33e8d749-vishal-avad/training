      *****************************************************
      * SUSPACT.cpy - suspense action transaction for
      * SUSPENSE-MAINT. SA-SEQ-NO names the open suspense
      * entry (SUS-SEQ-NO) being worked.
      *   SA-ACTION: A = apply to the corrected loan number
      *                  in SA-CORR-LOAN - the payment is
      *                  re-fed to the next LOAN-POSTING run
      *              F = refund to the payer
      *              W = write off
      * SA-USER-ID names who keyed the action and is carried
      * onto the suspense entry.
      *****************************************************
       01  SUSPENSE-ACTION-RECORD.
           05  SA-SEQ-NO          PIC 9(6).
           05  SA-ACTION          PIC X(1).
               88  SA-APPLY                  VALUE "A".
               88  SA-REFUND                 VALUE "F".
               88  SA-WRITE-OFF              VALUE "W".
           05  SA-CORR-LOAN       PIC 9(8).
           05  SA-USER-ID         PIC X(8).
