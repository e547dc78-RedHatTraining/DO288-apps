      * exchange rate applied, so reconciliation and disputes can
      * see exactly what conversion was done.  Domestic postings
      * carry spaces and zeros there.
      *
      * Postings raised by the batch suite rather than a teller carry
      * their own action code so statements and reports can describe
      * them: 'N' for month-end interest posted by BNKINTR, 'F' for
      * service charges posted by BNKFEES, 'D' for the provisional
      * credits (and their reversals) supervisors grant on dispute
      * cases through BNK1DSP.
      *
      * CRAJRNL-FAIL-CODE carries DBCRFUN's own codes ('1' account
      * not found, '2' unexpected error, '3' insufficient funds, '9'
      * service unavailable) plus the refusals the posting paths make
      * themselves off the ACCTSTS account status master before
      * DBCRFUN is ever called: '4' account frozen, '5' account on
      * legal hold, '6' account closed.
      ******************************************************************
           03 CRAJRNL-KEY.
              05 CRAJRNL-TASKNO        PIC 9(7).
              88 CRAJRNL-ACTN-CREDEBIT       VALUE 'C'.
              88 CRAJRNL-ACTN-TRANSFER       VALUE 'T'.
              88 CRAJRNL-ACTN-INQUIRY        VALUE 'I'.
              88 CRAJRNL-ACTN-INTEREST       VALUE 'N'.
              88 CRAJRNL-ACTN-FEE            VALUE 'F'.
              88 CRAJRNL-ACTN-DISPUTE        VALUE 'D'.
           03 CRAJRNL-SUCCESS          PIC X(1).
              88 CRAJRNL-WAS-SUCCESS         VALUE 'Y'.
           03 CRAJRNL-FAIL-CODE        PIC X(1).
