      ******************************************************************
      * GLMAP - site-maintained general ledger mapping table, read by
      * BNKGLIF to turn the day's summarised postings into GL
      * journal entries.  Keyed on the CRAJRNL action code, the kind
      * of leg and the original currency:
      *   action   - 'C' teller credit/debit, 'T' transfer, 'N'
      *              interest, 'F' service charge, 'D' dispute
      *              credit/reversal, or 'X' for the FX margin entry;
      *   leg type - 'C' a credit to the account, 'D' a debit from
      *              it, 'B' a transfer backout (the re-credit of the
      *              paying account when the second leg failed);
      *              blank on the 'X' records;
      *   currency - the original currency of a converted posting.
      *              Blank is the default for the action and leg
      *              type, used for domestic postings and for any
      *              currency without its own record.
      *
      * Every posting is entered twice: the customer-balances account
      * takes the customer's side, the contra account the other (the
      * teller cash, transfer clearing, interest expense, fee income
      * or dispute receivable account the action belongs to).  On the
      * 'X' records only the contra account is used - it is the FX
      * income account the conversion margin is taken to.
      ******************************************************************
           03 GLMAP-KEY.
              05 GLMAP-ACTION          PIC X(1).
              05 GLMAP-LEG-TYPE        PIC X(1).
                 88 GLMAP-LEG-CREDIT         VALUE 'C'.
                 88 GLMAP-LEG-DEBIT          VALUE 'D'.
                 88 GLMAP-LEG-BACKOUT        VALUE 'B'.
              05 GLMAP-CURRENCY        PIC X(3).
           03 GLMAP-CUST-GL            PIC X(10).
           03 GLMAP-CONTRA-GL          PIC X(10).
           03 GLMAP-DESC               PIC X(20).
