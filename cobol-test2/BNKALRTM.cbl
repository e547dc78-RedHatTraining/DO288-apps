      ******************************************************************
      *                                                                *
      * Licensed Materials - Property of IBM                           *
      *                                                                *
      * (c) Copyright IBM Corp. 2015,2020.                             *
      *                                                                *
      * US Government Users Restricted Rights - Use, duplication       *
      * or disclosure restricted by GSA ADP Schedule Contract          *
      * with IBM Corp.                                                 *
      *                                                                *
      ******************************************************************
      ******************************************************************
      * BNKALRTM - customer alert preference maintenance for the
      * BANKING application.  Reads PREFIN cards from customer
      * service and adds, replaces or deletes the account's record
      * on the ALRTPREF preferences file the nightly BNKALERT
      * extract works from.
      *
      * Card layout:
      *   col  1     action - A add or replace, D delete
      *   cols 3-10  account number
      *   col  12    opt out of every alert (Y/N)
      *   col  14    large-debit alert (Y/N)
      *   cols 16-26 debit threshold, 9(9)V99
      *   col  28    low-balance alert (Y/N)
      *   col  30    floor sign - blank, '+' or '-'
      *   cols 31-41 balance floor, 9(9)V99
      *   col  43    repeated-reject alert (Y/N)
      *   cols 45-46 reject count - blank means 3, never below 2
      *   col  48    failed standing-order alert (Y/N)
      * A blank switch means N.  The figures behind a switch are
      * only checked, and only kept, when the switch is on.
      *
      * Every card lands on the report: applied (added, replaced or
      * deleted) or rejected with the reason, with totals at the
      * end.  An account not yet on ACCTXREF is still loaded - its
      * alerts will go to BNKALERT's exceptions report until the
      * cross-reference catches up - but the card's line says so.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKALRTM.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREFIN-FILE   ASSIGN TO PREFIN
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-PREFIN-STATUS.

           SELECT ALRTPREF-FILE ASSIGN TO ALRTPREF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ALRTPREF-KEY
              FILE STATUS IS WS-ALRTPREF-STATUS.

           SELECT ACCTXREF-FILE ASSIGN TO ACCTXREF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS XREF-KEY
              FILE STATUS IS WS-XREF-STATUS.

           SELECT PREF-REPORT   ASSIGN TO PREFRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PREFIN-FILE
           RECORDING MODE IS F.
       01  PREFIN-CARD.
           03 CARD-ACTION               PIC X(1).
              88 CARD-ADD                      VALUE 'A'.
              88 CARD-DELETE                   VALUE 'D'.
           03 FILLER                    PIC X(1).
           03 CARD-ACCNO                PIC X(8).
           03 FILLER                    PIC X(1).
           03 CARD-OPT-OUT              PIC X(1).
           03 FILLER                    PIC X(1).
           03 CARD-DEBIT-SW             PIC X(1).
           03 FILLER                    PIC X(1).
           03 CARD-DEBIT-THRESH         PIC X(11).
           03 CARD-DEBIT-THRESH-N REDEFINES CARD-DEBIT-THRESH
                                        PIC 9(9)V99.
           03 FILLER                    PIC X(1).
           03 CARD-LOWBAL-SW            PIC X(1).
           03 FILLER                    PIC X(1).
           03 CARD-FLOOR-SIGN           PIC X(1).
           03 CARD-BAL-FLOOR            PIC X(11).
           03 CARD-BAL-FLOOR-N REDEFINES CARD-BAL-FLOOR
                                        PIC 9(9)V99.
           03 FILLER                    PIC X(1).
           03 CARD-REJECT-SW            PIC X(1).
           03 FILLER                    PIC X(1).
           03 CARD-REJECT-COUNT         PIC X(2).
           03 CARD-REJECT-COUNT-N REDEFINES CARD-REJECT-COUNT
                                        PIC 9(2).
           03 FILLER                    PIC X(1).
           03 CARD-STORD-SW             PIC X(1).
           03 FILLER                    PIC X(32).

       FD  ALRTPREF-FILE.
       01  ALRTPREF-REC.
           COPY ALRTPREF.

       FD  ACCTXREF-FILE.
       01  ACCTXREF-REC.
           COPY ACCTXREF.

       FD  PREF-REPORT
           RECORDING MODE IS F.
       01  PREF-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
      *
      * Switches
      *
       01 SWITCHES.
          03 PREFIN-EOF-SW             PIC X         VALUE 'N'.
             88 PREFIN-EOF                           VALUE 'Y'.
          03 PREF-ON-FILE-SW           PIC X         VALUE 'N'.
             88 PREF-ON-FILE                         VALUE 'Y'.

      *
      * File status bytes.
      *
       01 WS-PREFIN-STATUS             PIC X(02)     VALUE SPACES.
          88 WS-PREFIN-OK                            VALUE '00'.
          88 WS-PREFIN-EOF-STATUS                    VALUE '10'.
       01 WS-ALRTPREF-STATUS           PIC X(02)     VALUE SPACES.
          88 WS-ALRTPREF-OK                          VALUE '00'.
          88 WS-ALRTPREF-NOTFND                      VALUE '23'.
          88 WS-ALRTPREF-NOFILE                      VALUE '35'.
       01 WS-XREF-STATUS               PIC X(02)     VALUE SPACES.
          88 WS-XREF-OK                              VALUE '00'.
          88 WS-XREF-NOTFND                          VALUE '23'.
          88 WS-XREF-NOFILE                          VALUE '35'.
       01 WS-REPORT-STATUS             PIC X(02)     VALUE SPACES.
          88 WS-REPORT-OK                            VALUE '00'.

      *
      * Tracks which files actually reached an open state, so
      * TERMINATE-RUN only closes files it really opened.
      *
       01 WS-PREFIN-OPEN-SW            PIC X         VALUE 'N'.
          88 WS-PREFIN-OPEN                          VALUE 'Y'.
       01 WS-ALRTPREF-OPEN-SW          PIC X         VALUE 'N'.
          88 WS-ALRTPREF-OPEN                        VALUE 'Y'.
       01 WS-XREF-OPEN-SW              PIC X         VALUE 'N'.
          88 WS-XREF-OPEN                            VALUE 'Y'.
       01 WS-REPORT-OPEN-SW            PIC X         VALUE 'N'.
          88 WS-REPORT-OPEN                          VALUE 'Y'.

       01 WS-RUN-DATE                  PIC 9(8)      VALUE ZERO.

      *
      * Card verdict for the report line.
      *
       01 WS-CARD-VALID-SW             PIC X          VALUE 'Y'.
          88 WS-CARD-VALID                           VALUE 'Y'.
       01 WS-REJECT-REASON             PIC X(40)      VALUE SPACES.

      *
      * A switch byte under test - blank counts as N.
      *
       01 WS-SWITCH-BYTE               PIC X(1)       VALUE SPACE.
          88 WS-SWITCH-VALID                  VALUE 'Y' 'N' ' '.

      *
      * Reject count used when the card leaves it blank, and the
      * least that still means "repeated".
      *
       01 WS-FALLBACK-REJECT-COUNT     PIC 9(2)       VALUE 3.
       01 WS-MIN-REJECT-COUNT          PIC 9(2)       VALUE 2.

      *
      * Run counters
      *
       01 WS-CARDS-READ                PIC 9(07) COMP VALUE ZERO.
       01 WS-PREF-ADDED                PIC 9(07) COMP VALUE ZERO.
       01 WS-PREF-REPLACED             PIC 9(07) COMP VALUE ZERO.
       01 WS-PREF-DELETED              PIC 9(07) COMP VALUE ZERO.
       01 WS-CARDS-REJECTED            PIC 9(07) COMP VALUE ZERO.
       01 WS-NO-XREF                   PIC 9(07) COMP VALUE ZERO.

      *
      * Parameter area for the CALLed BNKRNCTL run-control
      * subprogram - every batch in the suite stamps its start and
      * end on the shared RUNCTL file through it.
      *
       01 RNCTL-PARMS.
           COPY RNCTLPRM.

      *
      * Report line work areas
      *
       01 WS-CNT-DISPLAY               PIC ZZZ,ZZ9.

       01 WS-HEADING-1.
          03 FILLER                    PIC X(52) VALUE
             'BNKALRTM - CUSTOMER ALERT PREFERENCE MAINTENANCE'.
          03 FILLER                    PIC X(80) VALUE SPACES.

       01 WS-DETAIL-LINE.
          03 DET-CARD                  PIC X(48).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-DISPOSITION           PIC X(12).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-REASON                PIC X(40).
          03 FILLER                    PIC X(28) VALUE SPACES.

       01 WS-TOTAL-LINE.
          03 TOT-DESC                  PIC X(30).
          03 TOT-CNT                   PIC X(10).
          03 FILLER                    PIC X(92) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
       MP010.
           PERFORM INITIALISE-RUN.
           PERFORM APPLY-ONE-CARD THRU AC999
              UNTIL PREFIN-EOF.
           PERFORM WRITE-TOTALS.
           PERFORM RECORD-RUN-END.
           PERFORM TERMINATE-RUN.

       MP999.
           EXIT.


       INITIALISE-RUN SECTION.
       IR010.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM RECORD-RUN-START.

           OPEN INPUT PREFIN-FILE.
           IF WS-PREFIN-OK
              SET WS-PREFIN-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING PREFIN-FILE STATUS '
                      WS-PREFIN-STATUS
              PERFORM TERMINATE-RUN
           END-IF.

      *
      *    First-ever run has no preferences file - create an empty
      *    one and carry on.
      *
           OPEN I-O ALRTPREF-FILE.
           IF WS-ALRTPREF-NOFILE
              OPEN OUTPUT ALRTPREF-FILE
              CLOSE ALRTPREF-FILE
              OPEN I-O ALRTPREF-FILE
           END-IF.
           IF WS-ALRTPREF-OK
              SET WS-ALRTPREF-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING ALRTPREF-FILE STATUS '
                      WS-ALRTPREF-STATUS
              PERFORM TERMINATE-RUN
           END-IF.

      *
      *    The cross-reference is only consulted for the warning on
      *    the report - without it every card is loaded unremarked.
      *
           OPEN INPUT ACCTXREF-FILE.
           IF WS-XREF-OK
              SET WS-XREF-OPEN TO TRUE
           ELSE
              IF NOT WS-XREF-NOFILE
                 DISPLAY 'ERROR OPENING ACCTXREF-FILE STATUS '
                         WS-XREF-STATUS
                 PERFORM TERMINATE-RUN
              END-IF
           END-IF.

           OPEN OUTPUT PREF-REPORT.
           IF WS-REPORT-OK
              SET WS-REPORT-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING PREF-REPORT STATUS '
                      WS-REPORT-STATUS
              PERFORM TERMINATE-RUN
           END-IF.

           WRITE PREF-REPORT-LINE FROM WS-HEADING-1.
           PERFORM CHECK-REPORT-STATUS.

       IR999.
           EXIT.


       APPLY-ONE-CARD SECTION.
       AC010.
           READ PREFIN-FILE
              AT END
                 MOVE 'Y' TO PREFIN-EOF-SW
                 GO TO AC999
           END-READ.

           IF NOT WS-PREFIN-OK AND NOT WS-PREFIN-EOF-STATUS
              DISPLAY 'ERROR READING PREFIN-FILE STATUS '
                      WS-PREFIN-STATUS
              PERFORM TERMINATE-RUN
           END-IF.

           ADD 1 TO WS-CARDS-READ.

           PERFORM VALIDATE-CARD.

           IF NOT WS-CARD-VALID
              ADD 1 TO WS-CARDS-REJECTED
              MOVE 'REJECTED'        TO DET-DISPOSITION
              MOVE WS-REJECT-REASON  TO DET-REASON
              PERFORM WRITE-CARD-LINE
              GO TO AC999
           END-IF.

           IF CARD-DELETE
              PERFORM DELETE-PREF
           ELSE
              PERFORM STORE-PREF
           END-IF.

       AC999.
           EXIT.


       VALIDATE-CARD SECTION.
      *
      *    A delete needs only the account.  An add must have every
      *    switch Y, N or blank, and sensible figures behind each
      *    switch that is on.
      *
       VC010.
           MOVE 'Y'    TO WS-CARD-VALID-SW.
           MOVE SPACES TO WS-REJECT-REASON.

           IF NOT CARD-ADD AND NOT CARD-DELETE
              MOVE 'N' TO WS-CARD-VALID-SW
              MOVE 'ACTION NOT A OR D' TO WS-REJECT-REASON
              GO TO VC999
           END-IF.

           IF CARD-ACCNO = SPACES
              MOVE 'N' TO WS-CARD-VALID-SW
              MOVE 'ACCOUNT NUMBER MISSING' TO WS-REJECT-REASON
              GO TO VC999
           END-IF.

           IF CARD-DELETE
              GO TO VC999
           END-IF.

           MOVE CARD-OPT-OUT TO WS-SWITCH-BYTE.
           IF NOT WS-SWITCH-VALID
              MOVE 'N' TO WS-CARD-VALID-SW
              MOVE 'OPT-OUT NOT Y OR N' TO WS-REJECT-REASON
              GO TO VC999
           END-IF.

           MOVE CARD-DEBIT-SW TO WS-SWITCH-BYTE.
           IF NOT WS-SWITCH-VALID
              MOVE 'N' TO WS-CARD-VALID-SW
              MOVE 'DEBIT ALERT NOT Y OR N' TO WS-REJECT-REASON
              GO TO VC999
           END-IF.

           IF CARD-DEBIT-SW = 'Y'
              IF CARD-DEBIT-THRESH IS NOT NUMERIC
                 MOVE 'N' TO WS-CARD-VALID-SW
                 MOVE 'DEBIT THRESHOLD NOT NUMERIC'
                    TO WS-REJECT-REASON
                 GO TO VC999
              END-IF
              IF CARD-DEBIT-THRESH-N = ZERO
                 MOVE 'N' TO WS-CARD-VALID-SW
                 MOVE 'DEBIT THRESHOLD ZERO' TO WS-REJECT-REASON
                 GO TO VC999
              END-IF
           END-IF.

           MOVE CARD-LOWBAL-SW TO WS-SWITCH-BYTE.
           IF NOT WS-SWITCH-VALID
              MOVE 'N' TO WS-CARD-VALID-SW
              MOVE 'LOW-BALANCE ALERT NOT Y OR N'
                 TO WS-REJECT-REASON
              GO TO VC999
           END-IF.

           IF CARD-LOWBAL-SW = 'Y'
              IF CARD-BAL-FLOOR IS NOT NUMERIC
                 MOVE 'N' TO WS-CARD-VALID-SW
                 MOVE 'BALANCE FLOOR NOT NUMERIC'
                    TO WS-REJECT-REASON
                 GO TO VC999
              END-IF
              IF CARD-FLOOR-SIGN NOT = SPACE
                 AND CARD-FLOOR-SIGN NOT = '+'
                 AND CARD-FLOOR-SIGN NOT = '-'
                 MOVE 'N' TO WS-CARD-VALID-SW
                 MOVE 'FLOOR SIGN NOT BLANK, + OR -'
                    TO WS-REJECT-REASON
                 GO TO VC999
              END-IF
           END-IF.

           MOVE CARD-REJECT-SW TO WS-SWITCH-BYTE.
           IF NOT WS-SWITCH-VALID
              MOVE 'N' TO WS-CARD-VALID-SW
              MOVE 'REJECT ALERT NOT Y OR N' TO WS-REJECT-REASON
              GO TO VC999
           END-IF.

           IF CARD-REJECT-SW = 'Y'
              AND CARD-REJECT-COUNT NOT = SPACES
              IF CARD-REJECT-COUNT IS NOT NUMERIC
                 MOVE 'N' TO WS-CARD-VALID-SW
                 MOVE 'REJECT COUNT NOT NUMERIC'
                    TO WS-REJECT-REASON
                 GO TO VC999
              END-IF
              IF CARD-REJECT-COUNT-N < WS-MIN-REJECT-COUNT
                 MOVE 'N' TO WS-CARD-VALID-SW
                 MOVE 'REJECT COUNT BELOW 2' TO WS-REJECT-REASON
                 GO TO VC999
              END-IF
           END-IF.

           MOVE CARD-STORD-SW TO WS-SWITCH-BYTE.
           IF NOT WS-SWITCH-VALID
              MOVE 'N' TO WS-CARD-VALID-SW
              MOVE 'STANDING ORDER ALERT NOT Y OR N'
                 TO WS-REJECT-REASON
              GO TO VC999
           END-IF.

       VC999.
           EXIT.


       STORE-PREF SECTION.
      *
      *    Add the account's preferences, or replace what was there
      *    - the latest card is the customer's current choice.
      *
       SP010.
           MOVE CARD-ACCNO TO ALRTPREF-ACCNO.
           READ ALRTPREF-FILE.
           IF WS-ALRTPREF-OK
              MOVE 'Y' TO PREF-ON-FILE-SW
           ELSE
              IF WS-ALRTPREF-NOTFND
                 MOVE 'N' TO PREF-ON-FILE-SW
              ELSE
                 DISPLAY 'ERROR READING ALRTPREF-FILE STATUS '
                         WS-ALRTPREF-STATUS
                 PERFORM TERMINATE-RUN
              END-IF
           END-IF.

           INITIALIZE ALRTPREF-REC.
           MOVE CARD-ACCNO  TO ALRTPREF-ACCNO.
           MOVE WS-RUN-DATE TO ALRTPREF-LOAD-DATE.

           MOVE 'N' TO ALRTPREF-OPT-OUT.
           IF CARD-OPT-OUT = 'Y'
              MOVE 'Y' TO ALRTPREF-OPT-OUT
           END-IF.

           MOVE 'N' TO ALRTPREF-DEBIT-SW.
           IF CARD-DEBIT-SW = 'Y'
              MOVE 'Y'                 TO ALRTPREF-DEBIT-SW
              MOVE CARD-DEBIT-THRESH-N TO ALRTPREF-DEBIT-THRESH
           END-IF.

           MOVE 'N' TO ALRTPREF-LOWBAL-SW.
           IF CARD-LOWBAL-SW = 'Y'
              MOVE 'Y'              TO ALRTPREF-LOWBAL-SW
              MOVE CARD-BAL-FLOOR-N TO ALRTPREF-BAL-FLOOR
              IF CARD-FLOOR-SIGN = '-'
                 COMPUTE ALRTPREF-BAL-FLOOR =
                    ALRTPREF-BAL-FLOOR * -1
              END-IF
           END-IF.

           MOVE 'N' TO ALRTPREF-REJECT-SW.
           IF CARD-REJECT-SW = 'Y'
              MOVE 'Y' TO ALRTPREF-REJECT-SW
              IF CARD-REJECT-COUNT = SPACES
                 MOVE WS-FALLBACK-REJECT-COUNT
                    TO ALRTPREF-REJECT-COUNT
              ELSE
                 MOVE CARD-REJECT-COUNT-N TO ALRTPREF-REJECT-COUNT
              END-IF
           END-IF.

           MOVE 'N' TO ALRTPREF-STORD-SW.
           IF CARD-STORD-SW = 'Y'
              MOVE 'Y' TO ALRTPREF-STORD-SW
           END-IF.

           IF NOT PREF-ON-FILE
              WRITE ALRTPREF-REC
              IF NOT WS-ALRTPREF-OK
                 DISPLAY 'ERROR WRITING ALRTPREF-FILE STATUS '
                         WS-ALRTPREF-STATUS
                 PERFORM TERMINATE-RUN
              END-IF
              ADD 1 TO WS-PREF-ADDED
              MOVE 'ADDED' TO DET-DISPOSITION
           ELSE
              REWRITE ALRTPREF-REC
              IF NOT WS-ALRTPREF-OK
                 DISPLAY 'ERROR REWRITING ALRTPREF-FILE STATUS '
                         WS-ALRTPREF-STATUS
                 PERFORM TERMINATE-RUN
              END-IF
              ADD 1 TO WS-PREF-REPLACED
              MOVE 'REPLACED' TO DET-DISPOSITION
           END-IF.

           PERFORM CHECK-XREF.
           PERFORM WRITE-CARD-LINE.

       SP999.
           EXIT.


       DELETE-PREF SECTION.
       DP010.
           MOVE CARD-ACCNO TO ALRTPREF-ACCNO.
           DELETE ALRTPREF-FILE RECORD.

           IF WS-ALRTPREF-NOTFND
              ADD 1 TO WS-CARDS-REJECTED
              MOVE 'REJECTED' TO DET-DISPOSITION
              MOVE 'NO PREFERENCES ON FILE TO DELETE'
                 TO DET-REASON
              PERFORM WRITE-CARD-LINE
              GO TO DP999
           END-IF.

           IF NOT WS-ALRTPREF-OK
              DISPLAY 'ERROR DELETING ALRTPREF-FILE STATUS '
                      WS-ALRTPREF-STATUS
              PERFORM TERMINATE-RUN
           END-IF.

           ADD 1 TO WS-PREF-DELETED.
           MOVE 'DELETED' TO DET-DISPOSITION.
           MOVE SPACES    TO DET-REASON.
           PERFORM WRITE-CARD-LINE.

       DP999.
           EXIT.


       CHECK-XREF SECTION.
      *
      *    Alerts are addressed through the cross-reference, so a
      *    card for an account it does not know yet is worth a
      *    remark on the report.
      *
       CX010.
           MOVE SPACES TO DET-REASON.

           IF NOT WS-XREF-OPEN
              GO TO CX999
           END-IF.

           MOVE CARD-ACCNO TO XREF-ACCNO.
           READ ACCTXREF-FILE.

           IF WS-XREF-NOTFND
              ADD 1 TO WS-NO-XREF
              MOVE 'NOTE - ACCOUNT NOT ON ACCTXREF YET'
                 TO DET-REASON
              GO TO CX999
           END-IF.

           IF NOT WS-XREF-OK
              DISPLAY 'ERROR READING ACCTXREF-FILE STATUS '
                      WS-XREF-STATUS
              PERFORM TERMINATE-RUN
           END-IF.

       CX999.
           EXIT.


       WRITE-CARD-LINE SECTION.
       WC010.
           MOVE PREFIN-CARD(1:48) TO DET-CARD.
           WRITE PREF-REPORT-LINE FROM WS-DETAIL-LINE.
           PERFORM CHECK-REPORT-STATUS.

       WC999.
           EXIT.


       WRITE-TOTALS SECTION.
       WT010.
           MOVE 'CARDS READ'                  TO TOT-DESC.
           MOVE WS-CARDS-READ                 TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                TO TOT-CNT.
           WRITE PREF-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'PREFERENCES ADDED'           TO TOT-DESC.
           MOVE WS-PREF-ADDED                 TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                TO TOT-CNT.
           WRITE PREF-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'PREFERENCES REPLACED'        TO TOT-DESC.
           MOVE WS-PREF-REPLACED              TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                TO TOT-CNT.
           WRITE PREF-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'PREFERENCES DELETED'         TO TOT-DESC.
           MOVE WS-PREF-DELETED               TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                TO TOT-CNT.
           WRITE PREF-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'CARDS REJECTED'              TO TOT-DESC.
           MOVE WS-CARDS-REJECTED             TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                TO TOT-CNT.
           WRITE PREF-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'LOADED WITHOUT ACCTXREF'     TO TOT-DESC.
           MOVE WS-NO-XREF                    TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                TO TOT-CNT.
           WRITE PREF-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

       WT999.
           EXIT.


       RECORD-RUN-START SECTION.
      *
      *    Stamp this run started on the shared RUNCTL file.  The
      *    maintenance runs on demand whenever customer service has
      *    cards, so it declares no predecessors.
      *
       RC010.
           INITIALIZE RNCTL-PARMS.
           SET RNCTL-FUNC-START TO TRUE.
           MOVE 'BNKALRTM' TO RNCTL-JOBNAME.
           MOVE ZERO       TO RNCTL-PRED-COUNT.

           CALL 'BNKRNCTL' USING RNCTL-PARMS
              ON EXCEPTION
                 SET RNCTL-REFUSED TO TRUE
                 MOVE 'RUN-CONTROL PROGRAM UNAVAILABLE'
                    TO RNCTL-REASON
           END-CALL.

           IF RNCTL-REFUSED
              DISPLAY 'BNKALRTM - NOT CLEAR TO START - '
                      RNCTL-REASON
              MOVE 8 TO RETURN-CODE
              PERFORM RECORD-RUN-END
              PERFORM TERMINATE-RUN
           END-IF.

       RC999.
           EXIT.


       RECORD-RUN-END SECTION.
       RD010.
           SET RNCTL-FUNC-END TO TRUE.
           MOVE RETURN-CODE  TO RNCTL-RETCODE.
           MOVE WS-CARDS-READ TO RNCTL-REC-COUNT.

           CALL 'BNKRNCTL' USING RNCTL-PARMS
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       RD999.
           EXIT.


       CHECK-REPORT-STATUS SECTION.
       CK010.
           IF NOT WS-REPORT-OK
              DISPLAY 'ERROR WRITING PREF-REPORT STATUS '
                      WS-REPORT-STATUS
              PERFORM TERMINATE-RUN
           END-IF.

       CK999.
           EXIT.


       TERMINATE-RUN SECTION.
       TE010.
           IF WS-PREFIN-OPEN
              CLOSE PREFIN-FILE
           END-IF.
           IF WS-ALRTPREF-OPEN
              CLOSE ALRTPREF-FILE
           END-IF.
           IF WS-XREF-OPEN
              CLOSE ACCTXREF-FILE
           END-IF.
           IF WS-REPORT-OPEN
              CLOSE PREF-REPORT
           END-IF.
           STOP RUN.

       TE999.
           EXIT.
