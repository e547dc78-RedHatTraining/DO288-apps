      ******************************************************************
      * ACCTSTS - account status master, one record per account that
      * is anything other than open and active, keyed on the account
      * number.  Maintained only through the supervisor-secured
      * BNK1AST screen (every attempt audited to OVRAUD) and read by
      * every posting path - BNK1CRA, BNK1DSP, BNKSTORD, BNKREPST,
      * BNKINTR, BNKFEES and BNKBULK - before a leg is sent to
      * DBCRFUN:
      *
      *   'O' open      - posts normally (the same as no record),
      *   'F' frozen    - credits post, debits are refused with fail
      *                   code '4',
      *   'H' legal hold - court order, deceased or similar: credits
      *                   post, debits are refused with fail code '5',
      *   'C' closed    - everything, credits and inquiries included,
      *                   is refused with fail code '6'.
      *
      * The refusal is journalled to CRAJRNL like any other rejected
      * leg, so BNKRECON and BNKTELLR can count it.  An account with
      * no record on this file is open.
      ******************************************************************
           03 ACCTSTS-KEY.
              05 ACCTSTS-ACCNO         PIC X(8).
           03 ACCTSTS-STATUS           PIC X(1).
              88 ACCTSTS-OPEN                VALUE 'O'.
              88 ACCTSTS-FROZEN              VALUE 'F'.
              88 ACCTSTS-LEGAL-HOLD          VALUE 'H'.
              88 ACCTSTS-CLOSED              VALUE 'C'.
              88 ACCTSTS-VALID-STATUS        VALUE 'O' 'F' 'H' 'C'.
           03 ACCTSTS-REASON           PIC X(30).
           03 ACCTSTS-EFF-DATE         PIC 9(8).
           03 ACCTSTS-SET-BY           PIC X(8).
           03 ACCTSTS-SET-USERID       PIC X(8).
           03 ACCTSTS-SET-DATE         PIC X(10).
           03 ACCTSTS-SET-TIME         PIC X(8).
