      * GLWORK.cpy - general-ledger work record. Each
      * nightly program drops its postable figures here
      * (data/gl_simple.dat, data/gl_hello.dat,
      * data/gl_amort.dat, data/gl_loanpost.dat,
      * data/gl_latechg.dat), as do the on-demand passes
      * (data/gl_suspense.dat, data/gl_chgoff.dat), and
      * GL-EXTRACT folds them into
      * the fixed-layout interface file for the GL system.
      * GLW-ACCOUNT comes from the posting rules (GLRULE)
      * for the source and kind of posting, and is checked
      * against the chart of accounts (GLACCT) before the
      * line is sent.
      * Amounts are unsigned with a separate sign byte so
      * the receiving side never sees an overpunch.
      *****************************************************
