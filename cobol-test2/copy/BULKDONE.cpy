      ******************************************************************
      * BULKDONE - bulk payment posting-state record, the BNKBULK
      * equivalent of STORDONE.  Keyed by paying account, the
      * customer's file reference and the line number within the
      * file; line zero stands for the file itself.
      *
      * The file record is written 'D' as soon as the payer's single
      * debit has posted and rewritten 'C' once every line has been
      * dealt with.  Each beneficiary line is recorded the moment
      * its credit leg - and, if the credit was refused, the return
      * of the money to the payer - has been attempted.  A rerun of
      * a file left at 'D' therefore never debits the payer again
      * and never credits a recorded line again; a file at 'C' has
      * been processed and a second copy of it is refused.
      *
      * The file record also keeps the value date, line count and
      * hash total, so the same payments resent under a new file
      * reference are recognised as a duplicate too.  Its run date
      * is the day the payer was debited until the file completes,
      * then the day it completed; its amount is the payer debit.
      ******************************************************************
           03 BULKDONE-KEY.
              05 BULKDONE-PAY-ACCNO    PIC X(8).
              05 BULKDONE-FILE-REF     PIC X(12).
              05 BULKDONE-LINE-NO      PIC 9(7).
           03 BULKDONE-OUTCOME         PIC X(1).
              88 BULKDONE-DEBITED            VALUE 'D'.
              88 BULKDONE-COMPLETE           VALUE 'C'.
              88 BULKDONE-CREDITED           VALUE 'P'.
              88 BULKDONE-RETURNED           VALUE 'B'.
              88 BULKDONE-NOT-RETURNED       VALUE 'X'.
           03 BULKDONE-RUN-DATE        PIC 9(8).
           03 BULKDONE-VALUE-DATE      PIC 9(8).
           03 BULKDONE-COUNT           PIC 9(7).
           03 BULKDONE-HASH            PIC 9(13)V99.
           03 BULKDONE-AMT             PIC S9(13)V99.
           03 BULKDONE-FAIL-CODE       PIC X(1).
           03 BULKDONE-TIME            PIC X(8).
