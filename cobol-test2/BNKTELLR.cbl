      * count and value of credits, debits and transfers posted,
      * inquiry count, store-and-forward items parked on the PENDTXN
      * queue today, and rejected attempts broken down by fail code.
      * Refusals made against the ACCTSTS account status master
      * (fail codes '4' frozen, '5' legal hold, '6' closed) are kept
      * out of the other-rejects column: each teller's line carries
      * them in a column of their own, and the grand totals split
      * them by status.
      * Facility total lines follow each facility's tellers.
      *
      * The grand totals at the end - successful postings and the
          03 WS-U-REJ-3                PIC 9(04) COMP VALUE ZERO.
          03 WS-U-REJ-9                PIC 9(04) COMP VALUE ZERO.
          03 WS-U-REJ-OTH              PIC 9(04) COMP VALUE ZERO.
          03 WS-U-REJ-STS              PIC 9(04) COMP VALUE ZERO.

      *
      * The facility's running totals, closed off on the applid
       01 WS-GRAND-SUCC-CNT            PIC 9(07) COMP VALUE ZERO.
       01 WS-GRAND-NET                 PIC S9(13)V99  VALUE ZERO.
       01 WS-RECORDS-READ              PIC 9(09) COMP VALUE ZERO.
       01 WS-GRAND-REJ-FROZEN          PIC 9(07) COMP VALUE ZERO.
       01 WS-GRAND-REJ-HOLD            PIC 9(07) COMP VALUE ZERO.
       01 WS-GRAND-REJ-CLOSED          PIC 9(07) COMP VALUE ZERO.

      *
      * Parameter area for the CALLed BNKRNCTL run-control
          03 FILLER                    PIC X(17) VALUE 'TR-NET'.
          03 FILLER                    PIC X(06) VALUE 'INQ'.
          03 FILLER                    PIC X(06) VALUE 'PARK'.
          03 FILLER                    PIC X(36) VALUE
             'REJ-1 REJ-2 REJ-3 REJ-9 REJ-O STS-R'.
          03 FILLER                    PIC X(05) VALUE SPACES.

       01 WS-FACILITY-LINE.
          03 FILLER                    PIC X(09) VALUE 'FACILITY '.
          03 USL-REJ-9                 PIC X(05).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 USL-REJ-OTH               PIC X(05).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 USL-REJ-STS               PIC X(05).
          03 FILLER                    PIC X(06) VALUE SPACES.

       01 WS-BRANCH-LINE.
          03 FILLER                    PIC X(15) VALUE
                    ADD 1 TO WS-U-REJ-2
                 WHEN '3'
                    ADD 1 TO WS-U-REJ-3
                 WHEN '4'
                    ADD 1 TO WS-U-REJ-STS
                    ADD 1 TO WS-GRAND-REJ-FROZEN
                 WHEN '5'
                    ADD 1 TO WS-U-REJ-STS
                    ADD 1 TO WS-GRAND-REJ-HOLD
                 WHEN '6'
                    ADD 1 TO WS-U-REJ-STS
                    ADD 1 TO WS-GRAND-REJ-CLOSED
                 WHEN '9'
                    ADD 1 TO WS-U-REJ-9
                 WHEN OTHER
           MOVE WS-SMALL-CNT TO USL-REJ-9.
           MOVE WS-U-REJ-OTH TO WS-SMALL-CNT.
           MOVE WS-SMALL-CNT TO USL-REJ-OTH.
           MOVE WS-U-REJ-STS TO WS-SMALL-CNT.
           MOVE WS-SMALL-CNT TO USL-REJ-STS.

           WRITE TELLR-REPORT-LINE FROM WS-USER-LINE.
           PERFORM CHECK-REPORT-STATUS.
           WRITE TELLR-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'REFUSED - ACCOUNT FROZEN (4)' TO TOT-DESC.
           MOVE WS-GRAND-REJ-FROZEN TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY      TO TOT-CNT.
           WRITE TELLR-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'REFUSED - ACCOUNT ON LEGAL HOLD (5)' TO TOT-DESC.
           MOVE WS-GRAND-REJ-HOLD   TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY      TO TOT-CNT.
           WRITE TELLR-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'REFUSED - ACCOUNT CLOSED (6)' TO TOT-DESC.
           MOVE WS-GRAND-REJ-CLOSED TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY      TO TOT-CNT.
           WRITE TELLR-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

       WG999.
           EXIT.

