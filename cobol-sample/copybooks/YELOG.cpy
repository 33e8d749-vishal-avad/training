      *****************************************************
      * YELOG.cpy - year-end reporting log record, one per
      * loan per YEAR-END-INTEREST run that issued it a
      * statement, appended to data/yearend_log.dat. The
      * latest entry for a loan and tax year is what the
      * borrower (and, when YL-FILED is Y, the tax authority)
      * was last told; a corrected run compares tonight's
      * figure against it.
      *   YL-RUN-TYPE: O = original run, C = corrected run
      *   YL-FILED:    Y = sent on the tax extract,
      *                N = under the reporting threshold
      *****************************************************
       01  YEAR-END-LOG-RECORD.
           05  YL-TAX-YEAR        PIC 9(4).
           05  YL-LOAN-NUMBER     PIC 9(8).
           05  YL-RUN-DATE        PIC 9(8).
           05  YL-RUN-TYPE        PIC X(1).
           05  YL-INTEREST        PIC 9(9)V99.
           05  YL-FILED           PIC X(1).
