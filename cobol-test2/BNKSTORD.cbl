      * report; if the earlier run died between recording the post
      * and advancing the schedule, the rerun completes the advance
      * without touching the money.
      *
      * Both accounts are checked against the ACCTSTS account status
      * master before each leg goes to DBCRFUN, exactly as BNK1CRA
      * checks them: a frozen or held from-account refuses the debit
      * (fail codes '4' and '5') and a closed account on either side
      * refuses the leg ('6').  The refused leg is journalled and the
      * order reported skipped, so it is tried again on the next run
      * once the account is released.  A site with no status master
      * yet simply posts as before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKSTORD.
              RECORD KEY IS STORDONE-KEY
              FILE STATUS IS WS-STORDONE-STATUS.

           SELECT ACCTSTS-FILE  ASSIGN TO ACCTSTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACCTSTS-KEY
              FILE STATUS IS WS-ACCTSTS-STATUS.

           SELECT STORD-REPORT  ASSIGN TO STORDRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
       01  STORDONE-REC.
           COPY STORDONE.

       FD  ACCTSTS-FILE.
       01  ACCTSTS-REC.
           COPY ACCTSTS.

       FD  STORD-REPORT
           RECORDING MODE IS F.
       01  STORD-REPORT-LINE            PIC X(132).
          88 WS-STORDONE-OK                          VALUE '00'.
          88 WS-STORDONE-NOTFND                      VALUE '23'.
          88 WS-STORDONE-NOFILE                      VALUE '35'.
       01 WS-ACCTSTS-STATUS            PIC X(02)     VALUE SPACES.
          88 WS-ACCTSTS-OK                           VALUE '00'.
          88 WS-ACCTSTS-NOTFND                       VALUE '23'.
          88 WS-ACCTSTS-NOFILE                       VALUE '35'.
       01 WS-REPORT-STATUS             PIC X(02)     VALUE SPACES.
          88 WS-REPORT-OK                            VALUE '00'.

          88 WS-STORDONE-OPEN                        VALUE 'Y'.
       01 WS-CRAJRNL-OPEN-SW           PIC X         VALUE 'N'.
          88 WS-CRAJRNL-OPEN                         VALUE 'Y'.
       01 WS-ACCTSTS-OPEN-SW           PIC X         VALUE 'N'.
          88 WS-ACCTSTS-OPEN                         VALUE 'Y'.
       01 WS-REPORT-OPEN-SW            PIC X         VALUE 'N'.
          88 WS-REPORT-OPEN                          VALUE 'Y'.

       01 WS-ALREADY-POSTED-SW         PIC X         VALUE 'N'.
          88 WS-ALREADY-POSTED                      VALUE 'Y'.

      *
      * Set when the account status master refuses a leg, so the
      * leg is journalled without ever reaching DBCRFUN.  The
      * backout leg that re-credits the from-account is never
      * refused - it only returns the customer's own money.
      *
       01 WS-STATUS-REFUSED-SW         PIC X         VALUE 'N'.
          88 WS-STATUS-REFUSED                      VALUE 'Y'.
       01 WS-BACKOUT-LEG-SW            PIC X         VALUE 'N'.
          88 WS-BACKOUT-LEG                         VALUE 'Y'.

      *
      * Parameter area for the LINKed/CALLed DBCRFUN debit-credit
      * engine - the same layout BNK1CRA builds for its online legs.
              PERFORM TERMINATE-RUN
           END-IF.

      *
      *    The account status master is optional - until a site sets
      *    up its first status there is no file, and every account
      *    is open.
      *
           OPEN INPUT ACCTSTS-FILE.
           IF WS-ACCTSTS-OK
              SET WS-ACCTSTS-OPEN TO TRUE
           ELSE
              IF NOT WS-ACCTSTS-NOFILE
                 DISPLAY 'ERROR OPENING ACCTSTS-FILE STATUS '
                         WS-ACCTSTS-STATUS
                 PERFORM TERMINATE-RUN
              END-IF
           END-IF.

           OPEN OUTPUT STORD-REPORT.
           IF WS-REPORT-OK
              SET WS-REPORT-OPEN TO TRUE
              MOVE STORDER-AMT TO SUBPGM-AMT
              SET SUBPGM-FUNC-POST TO TRUE

              SET WS-BACKOUT-LEG TO TRUE
              PERFORM CALL-DBCRFUN
              MOVE 'N' TO WS-BACKOUT-LEG-SW
              PERFORM WRITE-JOURNAL

              IF SUBPGM-SUCCESS NOT = 'Y'
           MOVE SPACES          TO SUBPGM-NETWRK-ID.
           MOVE ZERO            TO SUBPGM-FACILTYPE.

           PERFORM CHECK-ACCOUNT-STATUS.
           IF WS-STATUS-REFUSED
              GO TO CD999
           END-IF.

           CALL 'DBCRFUN' USING SUBPGM-PARMS
              ON EXCEPTION
                 MOVE 'N' TO SUBPGM-SUCCESS
           EXIT.


       CHECK-ACCOUNT-STATUS SECTION.
      *
      *    Look the leg's account up on the ACCTSTS status master, as
      *    BNK1CRA does online.  No record means open.  Closed refuses
      *    every leg; frozen and legal hold refuse debits only.  A
      *    status master that can't be read refuses the leg like an
      *    unavailable DBCRFUN (fail code '9'), so nothing is debited
      *    from an account that may be frozen.
      *
       AS010.
           MOVE 'N' TO WS-STATUS-REFUSED-SW.

           IF NOT WS-ACCTSTS-OPEN OR WS-BACKOUT-LEG
              GO TO AS999
           END-IF.

           MOVE SUBPGM-ACCNO TO ACCTSTS-ACCNO.
           READ ACCTSTS-FILE.

           IF WS-ACCTSTS-NOTFND
              GO TO AS999
           END-IF.

           IF NOT WS-ACCTSTS-OK
              DISPLAY 'ERROR READING ACCTSTS-FILE STATUS '
                      WS-ACCTSTS-STATUS ' ACCOUNT ' SUBPGM-ACCNO
              MOVE '9' TO SUBPGM-FAIL-CODE
              GO TO AS020
           END-IF.

           EVALUATE TRUE
              WHEN ACCTSTS-CLOSED
                 MOVE '6' TO SUBPGM-FAIL-CODE
              WHEN ACCTSTS-FROZEN AND SUBPGM-AMT < ZERO
                 MOVE '4' TO SUBPGM-FAIL-CODE
              WHEN ACCTSTS-LEGAL-HOLD AND SUBPGM-AMT < ZERO
                 MOVE '5' TO SUBPGM-FAIL-CODE
              WHEN OTHER
                 GO TO AS999
           END-EVALUATE.

       AS020.
           SET WS-STATUS-REFUSED TO TRUE.
           MOVE 'N' TO SUBPGM-SUCCESS.

       AS999.
           EXIT.


       WRITE-JOURNAL SECTION.
      *
      *    Append one journal record for this DBCRFUN leg -
           IF WS-STORDONE-OPEN
              CLOSE STORDONE-FILE
           END-IF.
           IF WS-ACCTSTS-OPEN
              CLOSE ACCTSTS-FILE
           END-IF.
           IF WS-REPORT-OPEN
              CLOSE STORD-REPORT
           END-IF.
