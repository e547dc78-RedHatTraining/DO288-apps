      ******************************************************************
      * FEESCHD - site-maintained service-charge schedule read by the
      * BNKFEES month-end fee run.  The key is the fee type plus the
      * loyalty tier the record applies to.  The record with a blank
      * tier is the standard tariff and carries the list price of the
      * fee; it must be present for every fee type BNKFEES charges.
      *
      * A record for a loyalty tier (the CLUB value JKLOYAL keeps on
      * DB_UTILISATEUR and carries to CUSTMST) overrides the standard
      * free allowance and discount for that tier's customers - the
      * price itself always comes from the standard record.  The first
      * FREE-COUNT occurrences in the month are free, and the rest are
      * charged less DISCOUNT-PCT percent; a discount of 100 waives
      * the fee altogether.  A customer with no tier, or whose tier
      * has no record, gets the standard record's own allowance and
      * discount.
      ******************************************************************
           03 FEESCHD-KEY.
              05 FEESCHD-FEE-TYPE      PIC X(1).
                 88 FEESCHD-MAINTENANCE      VALUE 'M'.
                 88 FEESCHD-UNPAID           VALUE 'R'.
                 88 FEESCHD-FX               VALUE 'X'.
              05 FEESCHD-TIER          PIC X(20).
           03 FEESCHD-FEE-AMT          PIC 9(5)V99.
           03 FEESCHD-FREE-COUNT       PIC 9(3).
           03 FEESCHD-DISCOUNT-PCT     PIC 9(3).
           03 FEESCHD-DESC             PIC X(20).
