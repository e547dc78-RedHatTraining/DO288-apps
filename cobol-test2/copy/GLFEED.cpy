      ******************************************************************
      * GLFEED - general ledger feed record cut by BNKGLIF from the
      * proven CRAARCH generation for the GL system to post.  120
      * bytes, three record types:
      *   H - one header: business date, run date and source;
      *   D - one per journal entry: GL account, sort code (the
      *       ledger's cost centre), original currency (blank for
      *       domestic), debit or credit, amount, the number of
      *       journal legs summarised and the action and leg type
      *       they came from;
      *   T - one trailer: the count of 'D' records and the total
      *       debits and credits, which the GL system proves equal
      *       before it posts anything.
      * Amounts are in account currency and unsigned - the debit/
      * credit indicator carries the direction.  A refused run
      * writes no trailer, so a part-cut feed can never be posted.
      ******************************************************************
           03 GLFEED-REC-TYPE          PIC X(1).
              88 GLFEED-IS-HEADER            VALUE 'H'.
              88 GLFEED-IS-DETAIL            VALUE 'D'.
              88 GLFEED-IS-TRAILER           VALUE 'T'.
           03 GLFEED-DETAIL.
              05 GLFEED-GL-ACCOUNT     PIC X(10).
              05 GLFEED-SORTC          PIC 9(6).
              05 GLFEED-CURRENCY       PIC X(3).
              05 GLFEED-DR-CR          PIC X(1).
                 88 GLFEED-DEBIT             VALUE 'D'.
                 88 GLFEED-CREDIT            VALUE 'C'.
              05 GLFEED-AMT            PIC 9(13)V99.
              05 GLFEED-LEG-COUNT      PIC 9(7).
              05 GLFEED-ACTION         PIC X(1).
              05 GLFEED-LEG-TYPE       PIC X(1).
              05 GLFEED-NARRATIVE      PIC X(30).
              05 FILLER                PIC X(45).
           03 GLFEED-HEADER REDEFINES GLFEED-DETAIL.
              05 GLFEED-HDR-BUS-DATE   PIC 9(8).
              05 GLFEED-HDR-RUN-DATE   PIC 9(8).
              05 GLFEED-HDR-SOURCE     PIC X(8).
              05 FILLER                PIC X(95).
           03 GLFEED-TRAILER REDEFINES GLFEED-DETAIL.
              05 GLFEED-TRL-COUNT      PIC 9(9).
              05 GLFEED-TRL-DEBITS     PIC 9(15)V99.
              05 GLFEED-TRL-CREDITS    PIC 9(15)V99.
              05 FILLER                PIC X(76).
