      * newest first, twelve to a page, with PF7/PF8 paging.  Lets a
      * teller answer "who touched this account today" at the
      * counter instead of waiting for the overnight BNKRECON run.
      *
      * Each line ends with the leg's task number and timestamp, so
      * with the account and leg number the teller has the full
      * journal key a dispute case is opened against on BNK1DSP.
      *
      * The customer inquiry (BNK1CIN) hands an account over with
      * an XCTL carrying this program's own COMMAREA; arriving under
      * another transaction ID, the first page for that account is
      * shown at once.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNK1JNL.
             05 WS-JE-ACTION           PIC X.
             05 WS-JE-SUCCESS          PIC X.
             05 WS-JE-FAIL             PIC X.
             05 WS-JE-TASKNO           PIC 9(7).
             05 WS-JE-UTIME            PIC 9(15).

       01 WS-ROW                       PIC S9(4) COMP VALUE 0.
       01 WS-IDX                       PIC S9(4) COMP VALUE 0.
          03 WS-DET-SUCCESS            PIC X.
          03 FILLER                    PIC X          VALUE SPACE.
          03 WS-DET-FAIL               PIC X.
          03 FILLER                    PIC X          VALUE SPACE.
          03 WS-DET-TASKNO             PIC 9(7).
          03 FILLER                    PIC X          VALUE SPACE.
          03 WS-DET-UTIME              PIC 9(15).

       01 WS-PAGE-DISPLAY.
          03 FILLER                    PIC X(5)       VALUE 'PAGE '.
                 SET SEND-ERASE TO TRUE
                 PERFORM SEND-MAP

      *
      *       Handed over from another transaction (the customer
      *       inquiry, BNK1CIN) with the account already chosen -
      *       there is no BNK1JL map on the screen to receive, so
      *       go straight to the first page for that account.
      *
              WHEN EIBTRNID NOT = 'OJNL'
                 MOVE 1 TO WS-COMM-PAGE
                 PERFORM BUILD-PAGE
                 SET SEND-ERASE TO TRUE
                 PERFORM SEND-MAP

      *
      *       If a PA key is pressed, just carry on
      *
           MOVE CRAJRNL-ACTION    TO WS-JE-ACTION(WS-IDX).
           MOVE CRAJRNL-SUCCESS   TO WS-JE-SUCCESS(WS-IDX).
           MOVE CRAJRNL-FAIL-CODE TO WS-JE-FAIL(WS-IDX).
           MOVE CRAJRNL-TASKNO    TO WS-JE-TASKNO(WS-IDX).
           MOVE CRAJRNL-UTIME-KEY TO WS-JE-UTIME(WS-IDX).

           ADD 1 TO WS-JRNL-NEXT-SLOT.
           IF WS-JRNL-NEXT-SLOT > 500
              MOVE WS-JE-ACTION(WS-IDX)  TO WS-DET-ACTION
              MOVE WS-JE-SUCCESS(WS-IDX) TO WS-DET-SUCCESS
              MOVE WS-JE-FAIL(WS-IDX)    TO WS-DET-FAIL
              MOVE WS-JE-TASKNO(WS-IDX)  TO WS-DET-TASKNO
              MOVE WS-JE-UTIME(WS-IDX)   TO WS-DET-UTIME
              MOVE WS-DETAIL-LINE        TO JLNO(WS-ROW)
           END-IF.

