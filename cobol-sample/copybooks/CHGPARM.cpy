      *****************************************************
      * CHGPARM.cpy - run-control record for CHARGE-OFF
      * (data/chgoff_parm.dat).
      *   CHP-MISSED-CYCLES: a loan at or past this many
      *                      consecutive missed or underpaid
      *                      cycles (LM-MISSED-CYCLES) is
      *                      proposed for charge-off
      * A missing file or a zero/invalid field means the
      * compiled-in default.
      *****************************************************
       01  CHARGE-OFF-PARM-RECORD.
           05  CHP-MISSED-CYCLES  PIC 9(3).
