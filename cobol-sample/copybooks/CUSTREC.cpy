      * One record per customer on data/custmast.dat,
      * maintained by CUSTOMER-MAINT and read by
      * HELLO-WORLD to put a name against each amount on
      * the tier classification report. A loan on the
      * servicing master belongs to one customer
      * (LM-CUSTOMER-NUMBER), and is only boarded for an
      * active one.
      *****************************************************
       01  CUSTOMER-RECORD.
           05  CUST-NUMBER        PIC 9(6).
