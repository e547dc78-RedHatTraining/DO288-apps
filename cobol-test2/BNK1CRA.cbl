      * This is the Credit/Debit program in the BANKING application
      * BMS suite.
      *
      * Every leg is checked against the ACCTSTS account status
      * master before it is sent to DBCRFUN: a frozen account (fail
      * code '4') or one on legal hold ('5') refuses debits, and a
      * closed account ('6') refuses everything, inquiries included.
      * A refused leg is journalled like any DBCRFUN rejection.
      *
      * Provisional credits granted on dispute cases (BNK1DSP) are
      * the bank's own postings and don't count against the
      * customer's daily limit.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNK1CRA.
             88 PARK-OFFERED                         VALUE 'Y'.
          03 PARK-DONE-SW              PIC X         VALUE 'N'.
             88 PARK-DONE                            VALUE 'Y'.
          03 STATUS-REFUSED-SW         PIC X         VALUE 'N'.
             88 STATUS-REFUSED                       VALUE 'Y'.
          03 BACKOUT-LEG-SW            PIC X         VALUE 'N'.
             88 BACKOUT-LEG                          VALUE 'Y'.

       01 FLAGS.
          03 SEND-FLAG                 PIC X.
       01 CURRATE-RECORD.
          COPY CURRATE.

       01 ACCTSTS-RECORD.
          COPY ACCTSTS.

      *
      * Multi-currency work fields: the currency code and amount as
      * keyed, and the rate applied to turn them into the account
              MOVE WS-AMOUNT-AS-FLOAT TO SUBPGM-AMT
              SET SUBPGM-FUNC-POST TO TRUE

              SET BACKOUT-LEG TO TRUE
              PERFORM LINK-DBCRFUN
              MOVE 'N' TO BACKOUT-LEG-SW

              IF RETRY-NEEDED
                 GO TO UCD999
                        DELIMITED BY SIZE
                        INTO MESSAGEO

              WHEN '4'
                 MOVE SPACES TO MESSAGEO
                 STRING 'Account ' SUBPGM-ACCNO
                        ' is frozen - debits refused: '
                        ACCTSTS-REASON
                        DELIMITED BY SIZE
                        INTO MESSAGEO

              WHEN '5'
                 MOVE SPACES TO MESSAGEO
                 STRING 'Account ' SUBPGM-ACCNO
                        ' is on legal hold - debits refused: '
                        ACCTSTS-REASON
                        DELIMITED BY SIZE
                        INTO MESSAGEO

              WHEN '6'
                 MOVE SPACES TO MESSAGEO
                 STRING 'Account ' SUBPGM-ACCNO
                        ' is closed - nothing can be posted: '
                        ACCTSTS-REASON
                        DELIMITED BY SIZE
                        INTO MESSAGEO

              WHEN OTHER
                 MOVE SPACES TO MESSAGEO
                 STRING 'Sorry but the AMOUNT could not be applied'
           MOVE WS-SAVE-NETWRK-ID     TO SUBPGM-NETWRK-ID.
           MOVE WS-SAVE-FACILTYPE     TO SUBPGM-FACILTYPE.

      *
      *    A leg the account's status forbids never reaches DBCRFUN,
      *    but is journalled all the same with the status fail code.
      *
           PERFORM CHECK-ACCOUNT-STATUS.

           IF STATUS-REFUSED OR RETRY-NEEDED
              PERFORM JOURNAL-WRITE
              GO TO LDF999
           END-IF.

           EXEC CICS LINK
              PROGRAM('DBCRFUN')
              COMMAREA(SUBPGM-PARMS)
           EXIT.


       CHECK-ACCOUNT-STATUS SECTION.
       CAS010.
      *
      *    Look the leg's account up on the ACCTSTS status master.
      *    No record means the account is open.  Closed refuses
      *    every leg; frozen and legal hold refuse only debits, so
      *    money can still be paid in.  The backout leg of a failed
      *    transfer only returns the customer's own money and is
      *    never refused.  If the status master can't be read the
      *    leg is treated like a DBCRFUN outage - refused for retry -
      *    rather than risk a debit against a frozen account.
      *
           MOVE 'N' TO STATUS-REFUSED-SW.

           IF BACKOUT-LEG
              GO TO CAS999
           END-IF.

           MOVE SUBPGM-ACCNO TO ACCTSTS-ACCNO.

           EXEC CICS READ
              FILE('ACCTSTS')
              INTO(ACCTSTS-RECORD)
              RIDFLD(ACCTSTS-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NOTFND)
              GO TO CAS999
           END-IF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              SET RETRY-NEEDED TO TRUE
              MOVE 'N' TO SUBPGM-SUCCESS
              MOVE '9' TO SUBPGM-FAIL-CODE
              MOVE SPACES TO MESSAGEO
              STRING 'Sorry, the account service is temporarily'
                     ' unavailable. Please try again.'
                     DELIMITED BY SIZE
                     INTO MESSAGEO
              GO TO CAS999
           END-IF.

           EVALUATE TRUE
              WHEN ACCTSTS-CLOSED
                 MOVE '6' TO SUBPGM-FAIL-CODE
              WHEN ACCTSTS-FROZEN AND SUBPGM-AMT < ZERO
                 MOVE '4' TO SUBPGM-FAIL-CODE
              WHEN ACCTSTS-LEGAL-HOLD AND SUBPGM-AMT < ZERO
                 MOVE '5' TO SUBPGM-FAIL-CODE
              WHEN OTHER
                 GO TO CAS999
           END-EVALUATE.

           SET STATUS-REFUSED TO TRUE.
           MOVE 'N' TO SUBPGM-SUCCESS.

       CAS999.
           EXIT.


       JOURNAL-WRITE SECTION.
       JW010.
      *
      *    DBCRFUN accepted and that actually moved money count
      *    towards the daily total.  The amounts are accumulated
      *    unsigned - a fraudster alternating credits and debits
      *    must not net the total back under the limit.  Interest,
      *    service charges and dispute credits or reversals are the
      *    bank's postings, not the customer's, and are left out.
      *
           IF CRAJRNL-ACCNO = ACCNOI
              AND CRAJRNL-DATE = WS-ORIG-DATE
              AND CRAJRNL-WAS-SUCCESS
              AND NOT CRAJRNL-ACTN-INQUIRY
              AND NOT CRAJRNL-ACTN-DISPUTE
              AND NOT CRAJRNL-ACTN-INTEREST
              AND NOT CRAJRNL-ACTN-FEE
              COMPUTE WS-JRNL-AMT-ABS = FUNCTION ABS(CRAJRNL-AMT)
              ADD WS-JRNL-AMT-ABS TO WS-DAILY-POSTED-TOTAL
              IF CRAJRNL-AMT = WS-PROSPECT-AMT
