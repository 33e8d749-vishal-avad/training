      *****************************************************
      * YEPARM.cpy - run-control record for YEAR-END-INTEREST
      * (data/yearend_parm.dat).
      *   YEP-TAX-YEAR:  calendar year reported; blank/zero =
      *                  the business date's year in December,
      *                  the year before it otherwise
      *   YEP-RUN-TYPE:  O = original run for the year
      *                  C = corrected run - re-issues only the
      *                      loans whose interest has changed
      *                      since it was last reported
      *   YEP-THRESHOLD: net interest at or above this is
      *                  reported to the tax authority; loans
      *                  under it are listed separately
      * A missing file or a zero/invalid field means the
      * compiled-in default.
      *****************************************************
       01  YEAR-END-PARM-RECORD.
           05  YEP-TAX-YEAR       PIC 9(4).
           05  YEP-RUN-TYPE       PIC X(1).
               88  YEP-ORIGINAL-RUN          VALUE "O".
               88  YEP-CORRECTED-RUN         VALUE "C".
           05  YEP-THRESHOLD      PIC 9(5)V99.
