      * The disposition report lists every record looked at - posted,
      * finally rejected (with the fail code), or left queued - so
      * the branch can answer any customer receipt reference.
      *
      * Each parked record is checked against the ACCTSTS account
      * status master before it is reposted, the same check BNK1CRA
      * makes online: an account frozen or put on legal hold since
      * the item was parked refuses a debit (fail codes '4' and '5'),
      * and a closed account refuses anything ('6').  Such a record
      * is finally rejected with that fail code.  If the status
      * master can't be read the record stays queued.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKREPST.
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CRAJRNL-STATUS.

           SELECT ACCTSTS-FILE  ASSIGN TO ACCTSTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACCTSTS-KEY
              FILE STATUS IS WS-ACCTSTS-STATUS.

           SELECT REPST-REPORT  ASSIGN TO REPSTRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
       01  CRAJRNL-FILE-REC.
           COPY CRAJRNL.

       FD  ACCTSTS-FILE.
       01  ACCTSTS-REC.
           COPY ACCTSTS.

       FD  REPST-REPORT
           RECORDING MODE IS F.
       01  REPST-REPORT-LINE            PIC X(132).
       01 WS-CRAJRNL-STATUS            PIC X(02)     VALUE SPACES.
          88 WS-CRAJRNL-OK                           VALUE '00'.
          88 WS-CRAJRNL-NOFILE                       VALUE '35'.
       01 WS-ACCTSTS-STATUS            PIC X(02)     VALUE SPACES.
          88 WS-ACCTSTS-OK                           VALUE '00'.
          88 WS-ACCTSTS-NOTFND                       VALUE '23'.
          88 WS-ACCTSTS-NOFILE                       VALUE '35'.
       01 WS-REPORT-STATUS             PIC X(02)     VALUE SPACES.
          88 WS-REPORT-OK                            VALUE '00'.

          88 WS-PENDTXN-OPEN                         VALUE 'Y'.
       01 WS-CRAJRNL-OPEN-SW           PIC X         VALUE 'N'.
          88 WS-CRAJRNL-OPEN                         VALUE 'Y'.
       01 WS-ACCTSTS-OPEN-SW           PIC X         VALUE 'N'.
          88 WS-ACCTSTS-OPEN                         VALUE 'Y'.
       01 WS-REPORT-OPEN-SW            PIC X         VALUE 'N'.
          88 WS-REPORT-OPEN                          VALUE 'Y'.

       01 WS-SERVICE-DOWN-SW           PIC X          VALUE 'N'.
          88 WS-SERVICE-DOWN                         VALUE 'Y'.

      *
      * Set when the account status master refuses the repost, so
      * it is journalled without ever reaching DBCRFUN.
      *
       01 WS-STATUS-REFUSED-SW         PIC X          VALUE 'N'.
          88 WS-STATUS-REFUSED                       VALUE 'Y'.

      *
      * Parameter area for the CALLed BNKRNCTL run-control
      * subprogram - every batch in the suite stamps its start and
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

           OPEN OUTPUT REPST-REPORT.
           IF WS-REPORT-OK
              SET WS-REPORT-OPEN TO TRUE

           MOVE 'N' TO WS-SERVICE-DOWN-SW.

           PERFORM CHECK-ACCOUNT-STATUS.

           IF NOT WS-STATUS-REFUSED
              CALL 'DBCRFUN' USING SUBPGM-PARMS
                 ON EXCEPTION
                    SET WS-SERVICE-DOWN TO TRUE
                    MOVE 'N' TO SUBPGM-SUCCESS
                    MOVE '9' TO SUBPGM-FAIL-CODE
              END-CALL
           END-IF.

           PERFORM WRITE-JOURNAL.

                 PERFORM REWRITE-PENDING
                 MOVE 'POSTED' TO DET-DISPOSITION

      *
      *       Refused on the account's status before DBCRFUN was
      *       ever called - final, the same as a DBCRFUN reject.
      *
              WHEN WS-STATUS-REFUSED
                 ADD 1 TO WS-FINALLY-REJECTED
                 MOVE 'R' TO PENDTXN-STATUS
                 MOVE SUBPGM-FAIL-CODE TO PENDTXN-FAIL-CODE
                 MOVE WS-JRNL-DATE TO PENDTXN-POST-DATE
                 MOVE WS-JRNL-TIME TO PENDTXN-POST-TIME
                 PERFORM REWRITE-PENDING
                 MOVE SPACES TO DET-DISPOSITION
                 STRING 'REFUSED - ACCOUNT STATUS, FAIL CODE '
                        SUBPGM-FAIL-CODE
                        DELIMITED BY SIZE
                        INTO DET-DISPOSITION

              WHEN OTHER
                 ADD 1 TO WS-FINALLY-REJECTED
                 MOVE 'R' TO PENDTXN-STATUS
           EXIT.


       CHECK-ACCOUNT-STATUS SECTION.
      *
      *    Look the parked account up on the ACCTSTS status master,
      *    as BNK1CRA does online.  No record means open.  Closed
      *    refuses the repost; frozen and legal hold refuse debits
      *    only.  A status master that can't be read is treated like
      *    the service still being down - the record stays queued.
      *
       AS010.
           MOVE 'N' TO WS-STATUS-REFUSED-SW.

           IF NOT WS-ACCTSTS-OPEN
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
              SET WS-SERVICE-DOWN TO TRUE
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
      *    Append one journal record for this repost attempt in the
           IF WS-CRAJRNL-OPEN
              CLOSE CRAJRNL-FILE
           END-IF.
           IF WS-ACCTSTS-OPEN
              CLOSE ACCTSTS-FILE
           END-IF.
           IF WS-REPORT-OPEN
              CLOSE REPST-REPORT
           END-IF.
