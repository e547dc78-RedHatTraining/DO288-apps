      * position record - or a site with no position master yet -
      * falls back to the old movements-only statement (opening at
      * zero) and says so.  Inquiry records and failed attempts
      * never reach the money columns.  The month-end interest
      * BNKINTR posts, the service charges BNKFEES takes and the
      * dispute credits and reversals granted on BNK1DSP carry their
      * own action codes and print as INTEREST, SERVICE CHARGE,
      * DISPUTE CREDIT and DISPUTE REVERSAL rather than a bare
      * credit or debit.
      *
      * Statements are headed with the customer's real name and
      * address, joined through the ACCTXREF cross-reference to the
                 MOVE 'TRANSFER DEBIT'  TO DET-DESC
              WHEN WS-SE-ACTION(WS-DET-SUB) = 'T'
                 MOVE 'TRANSFER CREDIT' TO DET-DESC
              WHEN WS-SE-ACTION(WS-DET-SUB) = 'N'
                 MOVE 'INTEREST'        TO DET-DESC
              WHEN WS-SE-ACTION(WS-DET-SUB) = 'F'
                 MOVE 'SERVICE CHARGE'  TO DET-DESC
              WHEN WS-SE-ACTION(WS-DET-SUB) = 'D'
                 AND WS-SE-AMT(WS-DET-SUB) < ZERO
                 MOVE 'DISPUTE REVERSAL' TO DET-DESC
              WHEN WS-SE-ACTION(WS-DET-SUB) = 'D'
                 MOVE 'DISPUTE CREDIT'  TO DET-DESC
              WHEN WS-SE-AMT(WS-DET-SUB) < ZERO
                 MOVE 'DEBIT'           TO DET-DESC
              WHEN OTHER
