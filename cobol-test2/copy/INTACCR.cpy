      ******************************************************************
      * INTACCR - interest accrual record, one per account, keyed on
      * the account number.  Written and updated by the BNKINTR
      * nightly accrual: each night's interest on the ACCTPOS
      * balance is added to the accrued-to-date figure, positive for
      * credit interest the bank owes, negative for overdrawn
      * interest the customer owes.  Carried to six decimal places
      * so a small balance still builds up its fractions of a cent.
      *
      * At month end BNKINTR posts the accrued figure, rounded to
      * the cent, through DBCRFUN and takes the posted amount off
      * the accrual - the sub-cent residue carries into next month.
      * A posting DBCRFUN refuses leaves the accrual untouched to be
      * tried again at the next posting run.
      *
      * The last-accrued and last-posted dates are the rerun
      * protection: a rerun on the same business date neither
      * accrues nor posts an account a second time.
      ******************************************************************
           03 INTACCR-KEY.
              05 INTACCR-ACCNO         PIC X(8).
           03 INTACCR-SORTC            PIC 9(6).
           03 INTACCR-ACCRUED          PIC S9(11)V9(6).
           03 INTACCR-LAST-ACCR-DATE   PIC 9(8).
           03 INTACCR-LAST-RATE        PIC 9(2)V9(4).
           03 INTACCR-LAST-POST-DATE   PIC 9(8).
           03 INTACCR-LAST-POST-AMT    PIC S9(10)V99.
