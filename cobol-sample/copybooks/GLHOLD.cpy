      *****************************************************
      * GLHOLD.cpy - GL exception (hold) record. A detail
      * line GL-EXTRACT will not send because its account
      * is not on the chart of accounts (reason U) or is
      * inactive there (reason I) is kept on
      * data/gl_hold.dat with the date it was first held.
      * Each night's extract re-checks the held lines first
      * and releases any whose account has since been set
      * up, so nothing is lost once the chart is fixed.
      *****************************************************
       01  GL-HOLD-RECORD.
           05  GLH-HELD-DATE      PIC 9(8).
           05  GLH-REASON         PIC X(1).
               88  GLH-UNKNOWN-ACCOUNT      VALUE "U".
               88  GLH-INACTIVE-ACCOUNT     VALUE "I".
           05  GLH-SOURCE         PIC X(8).
           05  GLH-ACCOUNT        PIC X(6).
           05  GLH-DESC           PIC X(20).
           05  GLH-SIGN           PIC X(1).
           05  GLH-AMOUNT         PIC 9(10)V99.
