      ******************************************************************
      * BNKOVRPT - periodic override-audit report for the BANKING
      * application.  Reads the OVRAUD audit file written by BNK1CRA
      * (supervisor override attempts against the CRACTL ceiling),
      * BNK1MNT (control-file maintenance), BNK1AST (account status
      * changes) and BNK1DSP (dispute case credits, confirmations
      * and reversals, file DISPCASE), and lists every event - who,
      * when, what and whether it was accepted - with summary
      * counts at the end, for the auditors who asked to see
      * which supervisor authorised which over-ceiling transaction.
      *
      * The audit file is read sequentially, once, start to finish;
          03 FILLER                    PIC X(10) VALUE SPACES.

       01 WS-MNT-DETAIL.
          03 WS-MNT-DET-FILE           PIC X(08).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 WS-MNT-DET-ACTION         PIC X(01).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 WS-MNT-DET-KEY            PIC X(08).
          03 FILLER                    PIC X(07) VALUE SPACES.

       01 WS-TOTAL-LINE.
          03 TOT-DESC                  PIC X(30).
