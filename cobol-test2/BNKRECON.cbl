      *   - the net amount successfully posted per sort code,
      *   - a count of rejected attempts broken down by fail code
      *     ('1' account not found, '2' unexpected error, '3'
      *     insufficient funds, '4' account frozen, '5' legal hold,
      *     '6' account closed, '9' transient/retry, any other value
      *     counted as unrecognised - the three status refusals come
      *     from the ACCTSTS account status master and are counted
      *     apart from DBCRFUN's own rejections), and
      *   - a positions proof: the ACCTPOS opening positions total,
      *     the day's net movement off the journal, and the closing
      *     positions total those two project.  The morning check
          03 WS-REJECT-ACCT-NOT-FOUND  PIC 9(07) COMP VALUE ZERO.
          03 WS-REJECT-UNEXPECTED      PIC 9(07) COMP VALUE ZERO.
          03 WS-REJECT-INSUFF-FUNDS    PIC 9(07) COMP VALUE ZERO.
          03 WS-REJECT-FROZEN          PIC 9(07) COMP VALUE ZERO.
          03 WS-REJECT-LEGAL-HOLD      PIC 9(07) COMP VALUE ZERO.
          03 WS-REJECT-CLOSED          PIC 9(07) COMP VALUE ZERO.
          03 WS-REJECT-RETRY           PIC 9(07) COMP VALUE ZERO.
          03 WS-REJECT-OTHER           PIC 9(07) COMP VALUE ZERO.

                 ADD 1 TO WS-REJECT-UNEXPECTED
              WHEN '3'
                 ADD 1 TO WS-REJECT-INSUFF-FUNDS
              WHEN '4'
                 ADD 1 TO WS-REJECT-FROZEN
              WHEN '5'
                 ADD 1 TO WS-REJECT-LEGAL-HOLD
              WHEN '6'
                 ADD 1 TO WS-REJECT-CLOSED
              WHEN '9'
                 ADD 1 TO WS-REJECT-RETRY
              WHEN OTHER
           WRITE RECON-REPORT-LINE FROM WS-REJECT-LINE.
           PERFORM CHECK-RECON-STATUS.

           MOVE 'ACCOUNT FROZEN (4)'            TO REJ-DESC.
           MOVE WS-REJECT-FROZEN                TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                  TO REJ-CNT.
           WRITE RECON-REPORT-LINE FROM WS-REJECT-LINE.
           PERFORM CHECK-RECON-STATUS.

           MOVE 'ACCOUNT ON LEGAL HOLD (5)'     TO REJ-DESC.
           MOVE WS-REJECT-LEGAL-HOLD            TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                  TO REJ-CNT.
           WRITE RECON-REPORT-LINE FROM WS-REJECT-LINE.
           PERFORM CHECK-RECON-STATUS.

           MOVE 'ACCOUNT CLOSED (6)'            TO REJ-DESC.
           MOVE WS-REJECT-CLOSED                TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                  TO REJ-CNT.
           WRITE RECON-REPORT-LINE FROM WS-REJECT-LINE.
           PERFORM CHECK-RECON-STATUS.

           MOVE 'TEMPORARILY UNAVAILABLE (9)'   TO REJ-DESC.
           MOVE WS-REJECT-RETRY                 TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                  TO REJ-CNT.
