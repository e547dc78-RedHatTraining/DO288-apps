      ******************************************************************
      * ALERTREC - outbound customer alert record, the fixed layout
      * the email/SMS messaging gateway picks up from BNKALERT each
      * night.  250 bytes, three record types:
      *   H - one header: run date and the business date alerted on;
      *   A - one per alert to send;
      *   T - one trailer: the count of 'A' records, which the
      *       gateway proves before it sends anything.
      *
      * Alert types and what the amount and limit fields carry:
      *   LD - large debit:   the debit / the customer's threshold;
      *   LB - low balance:   the balance / the customer's floor;
      *   RJ - repeated
      *        rejects:       zero / zero, count = refusals today;
      *   SO - standing order
      *        failed:        the order amount / zero, order number
      *                       and the fail code of the refused leg.
      * Amounts are signed as posted: a debit is negative.  The text
      * is a ready-made one-line message the gateway may use as is.
      ******************************************************************
           03 ALERT-REC-TYPE           PIC X(1).
              88 ALERT-IS-HEADER             VALUE 'H'.
              88 ALERT-IS-ALERT              VALUE 'A'.
              88 ALERT-IS-TRAILER            VALUE 'T'.
           03 ALERT-DETAIL.
              05 ALERT-TYPE            PIC X(2).
                 88 ALERT-LARGE-DEBIT        VALUE 'LD'.
                 88 ALERT-LOW-BALANCE        VALUE 'LB'.
                 88 ALERT-REPEAT-REJECTS     VALUE 'RJ'.
                 88 ALERT-STORD-FAILED       VALUE 'SO'.
              05 ALERT-ACCNO           PIC X(8).
              05 ALERT-CUST-ID         PIC 9(6).
              05 ALERT-EMAIL           PIC X(40).
              05 ALERT-PRENOM          PIC X(20).
              05 ALERT-NOM             PIC X(30).
              05 ALERT-BUS-DATE        PIC 9(8).
              05 ALERT-EVENT-TIME      PIC X(8).
              05 ALERT-AMT             PIC S9(13)V99.
              05 ALERT-LIMIT           PIC S9(13)V99.
              05 ALERT-COUNT           PIC 9(3).
              05 ALERT-ORDER-NO        PIC 9(8).
              05 ALERT-FAIL-CODE       PIC X(1).
              05 ALERT-TEXT            PIC X(60).
              05 FILLER                PIC X(25).
           03 ALERT-HEADER REDEFINES ALERT-DETAIL.
              05 ALERT-HDR-RUN-DATE    PIC 9(8).
              05 ALERT-HDR-BUS-DATE    PIC 9(8).
              05 ALERT-HDR-SOURCE      PIC X(8).
              05 FILLER                PIC X(225).
           03 ALERT-TRAILER REDEFINES ALERT-DETAIL.
              05 ALERT-TRL-COUNT       PIC 9(9).
              05 FILLER                PIC X(240).
