      ******************************************************************
      * FEEDONE - one record per fee charged by BNKFEES, keyed on the
      * charging period, account and fee type.  Written as soon as
      * DBCRFUN has taken the fee, so a rerun of the same period
      * skips every fee already charged and only retries the ones
      * that were refused or never reached.
      ******************************************************************
           03 FEEDONE-KEY.
              05 FEEDONE-PERIOD        PIC 9(6).
              05 FEEDONE-ACCNO         PIC X(8).
              05 FEEDONE-FEE-TYPE      PIC X(1).
           03 FEEDONE-OUTCOME          PIC X(1).
              88 FEEDONE-POSTED              VALUE 'P'.
           03 FEEDONE-AMT              PIC S9(10)V99.
           03 FEEDONE-DATE             PIC 9(8).
           03 FEEDONE-TIME             PIC 9(6).
