      ******************************************************************
      * BULKPAY - corporate bulk payment file record (payroll and
      * supplier runs), the 80-byte card-image layout the customer
      * sends in and BNKBULK sends back as the returns file:
      *   H - one header: the customer's file reference, the paying
      *       account, the value date (YYYYMMDD) and the originator;
      *   D - one per beneficiary: account, amount (unsigned, always
      *       paid to the beneficiary) and the customer's reference;
      *   T - one trailer: the count of 'D' records and the hash
      *       total of their amounts.
      *
      * The customer leaves the return code and text blank.  On the
      * returns file the header carries 'R' in the returns indicator,
      * only the rejected lines are sent back with the reason filled
      * in, and the trailer counts and totals those lines.
      ******************************************************************
           03 BULKPAY-REC-TYPE         PIC X(1).
              88 BULKPAY-IS-HEADER           VALUE 'H'.
              88 BULKPAY-IS-DETAIL           VALUE 'D'.
              88 BULKPAY-IS-TRAILER          VALUE 'T'.
           03 BULKPAY-DETAIL.
              05 BULKPAY-BEN-ACCNO     PIC X(8).
              05 BULKPAY-AMT           PIC 9(10)V99.
              05 BULKPAY-BEN-REF       PIC X(18).
              05 BULKPAY-RETURN-CODE   PIC X(2).
              05 BULKPAY-RETURN-TEXT   PIC X(30).
              05 FILLER                PIC X(9).
           03 BULKPAY-HEADER REDEFINES BULKPAY-DETAIL.
              05 BULKPAY-FILE-REF      PIC X(12).
              05 BULKPAY-PAY-ACCNO     PIC X(8).
              05 BULKPAY-VALUE-DATE    PIC 9(8).
              05 BULKPAY-ORIGINATOR    PIC X(30).
              05 BULKPAY-RETURNS-IND   PIC X(1).
                 88 BULKPAY-IS-RETURNS       VALUE 'R'.
              05 FILLER                PIC X(20).
           03 BULKPAY-TRAILER REDEFINES BULKPAY-DETAIL.
              05 BULKPAY-TRL-COUNT     PIC 9(7).
              05 BULKPAY-TRL-HASH      PIC 9(13)V99.
              05 FILLER                PIC X(57).
