      ******************************************************************
      * ALRTPREF - customer alert preferences, one record per banking
      * account, keyed on the account number.  Says which alerts the
      * account holder has asked for and the figures that trigger
      * them; an account with no record here gets no alerts.
      * Maintained by BNKALRTM from the customer-service cards and
      * read by the nightly BNKALERT extract.
      *
      * Alerts, each switched on by its own 'Y':
      *   debit     - any posted debit of at least the threshold;
      *   low bal   - the ACCTPOS balance falls below the floor (the
      *               night it crosses, not every night it stays
      *               under).  The floor carries a sign, so an
      *               overdraft limit can be watched;
      *   rejects   - the day's refused attempts on the account reach
      *               the reject count;
      *   st order  - a BNKSTORD standing order paid from the account
      *               failed to post.
      *
      * The opt-out stops every alert for the account without
      * losing the chosen settings, so opting back in is one card.
      ******************************************************************
           03 ALRTPREF-KEY.
              05 ALRTPREF-ACCNO        PIC X(8).
           03 ALRTPREF-OPT-OUT         PIC X(1).
              88 ALRTPREF-OPTED-OUT          VALUE 'Y'.
           03 ALRTPREF-DEBIT-SW        PIC X(1).
              88 ALRTPREF-WANTS-DEBIT        VALUE 'Y'.
           03 ALRTPREF-DEBIT-THRESH    PIC S9(10)V99.
           03 ALRTPREF-LOWBAL-SW       PIC X(1).
              88 ALRTPREF-WANTS-LOWBAL       VALUE 'Y'.
           03 ALRTPREF-BAL-FLOOR       PIC S9(13)V99.
           03 ALRTPREF-REJECT-SW       PIC X(1).
              88 ALRTPREF-WANTS-REJECT       VALUE 'Y'.
           03 ALRTPREF-REJECT-COUNT    PIC 9(2).
           03 ALRTPREF-STORD-SW        PIC X(1).
              88 ALRTPREF-WANTS-STORD        VALUE 'Y'.
           03 ALRTPREF-LOAD-DATE       PIC 9(8).
