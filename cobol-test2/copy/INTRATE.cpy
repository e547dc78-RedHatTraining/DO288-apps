      ******************************************************************
      * INTRATE - site-maintained interest rate table, one record per
      * sort code and balance band, read by the BNKINTR nightly
      * accrual.  The key is the sort code plus the band's upper
      * limit: a record applies to every balance (taken without its
      * sign) above the next lower band's limit and up to and
      * including its own, so the top band of a sort code carries a
      * limit of all nines.  Sort code zero is the site default
      * table, used for any sort code with no bands of its own.
      *
      * Rates are annual percentages.  The credit rate is paid on a
      * balance in credit, the overdrawn rate charged on a balance
      * below zero; either may be zero.  The effective date is
      * carried for the audit trail - the accrual always uses the
      * record as it stands on the night.
      ******************************************************************
           03 INTRATE-KEY.
              05 INTRATE-SORTC         PIC 9(6).
              05 INTRATE-BAND-LIMIT    PIC 9(13)V99.
           03 INTRATE-CREDIT-RATE      PIC 9(2)V9(4).
           03 INTRATE-OVERDRAWN-RATE   PIC 9(2)V9(4).
           03 INTRATE-EFF-DATE         PIC 9(8).
