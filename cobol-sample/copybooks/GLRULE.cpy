      *****************************************************
      * GLRULE.cpy - GL posting rule. One record per
      * source program and posting type on
      * data/glrules.dat, naming the account that kind of
      * posting goes to. The programs that write GLWORK
      * records look their accounts up here rather than
      * carrying them in the code, so finance can re-point
      * a posting without a program change. A posting type
      * with no rule gets a blank account, which GL-EXTRACT
      * then holds as unknown.
      *****************************************************
       01  GL-RULE-RECORD.
           05  GLR-SOURCE         PIC X(8).
           05  GLR-POST-TYPE      PIC X(8).
           05  GLR-ACCOUNT        PIC X(6).
