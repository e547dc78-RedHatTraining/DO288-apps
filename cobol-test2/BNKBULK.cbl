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
      * BNKBULK - bulk payment file poster for the BANKING
      * application.  Takes a corporate customer's payroll or
      * supplier payment file (BULKPAY layout: a header naming the
      * paying account and value date, one line per beneficiary
      * account and amount, and a trailer with the line count and
      * hash total) and posts it through DBCRFUN the way BNK1CRA
      * posts a teller transfer, instead of the lines being keyed
      * one at a time.
      *
      * The whole file is proved before anything moves: exactly one
      * header, first; a trailer, last; every amount numeric; and
      * the trailer count and hash total agreeing with the lines
      * actually on the file.  A file that fails is not posted at
      * all.  Neither is a file that duplicates one already taken -
      * the same file reference from the same paying account, or the
      * same value date, line count and hash total sent again under
      * a new reference.
      *
      * A good file posts as ONE debit to the paying account for the
      * total of its valid lines, then one credit per beneficiary.
      * A credit that is refused (account not found, closed, or the
      * engine unavailable) is not left on the payer's debit: the
      * amount goes back to the paying account as a third leg, the
      * same backout leg BNKSTORD posts.  Every leg attempted is
      * journalled to CRAJRNL, so BNKRECON and the archive pick the
      * postings up with no extra work.  A debit the payer's account
      * refuses (insufficient funds, frozen, held, closed) posts
      * nothing and every line is returned.
      *
      * The BULKRET returns file goes back to the customer in the
      * same layout: the header marked as a returns file, every line
      * not paid with a reason code and text, and a trailer counting
      * and totalling the returned lines.  The BULKRPT run report
      * shows the file, every returned line and the run totals.
      *
      * The run is rerun-safe the way BNKSTORD is with STORDONE: the
      * BULKDONE posting-state file is written as soon as the payer
      * debit has posted and again as each line is dealt with.  A
      * rerun of a file that died part-way never debits the payer
      * again and never credits a line already recorded; it carries
      * on from where the earlier run stopped.  A file completed is
      * stamped so, and a second copy of it is refused.
      *
      * Return code 8 when the file is refused as invalid or a
      * duplicate (the returns file still goes back, every line
      * carrying the reason), or when an I/O error stops the run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKBULK.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BULKIN-FILE   ASSIGN TO BULKIN
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-BULKIN-STATUS.

           SELECT BULKDONE-FILE ASSIGN TO BULKDONE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BULKDONE-KEY
              FILE STATUS IS WS-BULKDONE-STATUS.

           SELECT CRAJRNL-FILE  ASSIGN TO CRAJRNL
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CRAJRNL-STATUS.

           SELECT ACCTSTS-FILE  ASSIGN TO ACCTSTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACCTSTS-KEY
              FILE STATUS IS WS-ACCTSTS-STATUS.

           SELECT BULKRET-FILE  ASSIGN TO BULKRET
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-BULKRET-STATUS.

           SELECT BULK-REPORT   ASSIGN TO BULKRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BULKIN-FILE
           RECORDING MODE IS F.
       01  BULKIN-REC.
           COPY BULKPAY.

       FD  BULKDONE-FILE.
       01  BULKDONE-REC.
           COPY BULKDONE.

       FD  CRAJRNL-FILE
           RECORDING MODE IS F.
       01  CRAJRNL-FILE-REC.
           COPY CRAJRNL.

       FD  ACCTSTS-FILE.
       01  ACCTSTS-REC.
           COPY ACCTSTS.

       FD  BULKRET-FILE
           RECORDING MODE IS F.
       01  BULKRET-REC                  PIC X(80).

       FD  BULK-REPORT
           RECORDING MODE IS F.
       01  BULK-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
      *
      * Switches
      *
       01 SWITCHES.
          03 BULKIN-EOF-SW             PIC X         VALUE 'N'.
             88 BULKIN-EOF                           VALUE 'Y'.
          03 TRAILER-SEEN-SW           PIC X         VALUE 'N'.
             88 TRAILER-SEEN                         VALUE 'Y'.
          03 SCAN-DONE-SW              PIC X         VALUE 'N'.
             88 SCAN-DONE                            VALUE 'Y'.

      *
      * File status bytes, checked after every I/O so a broken run is
      * reported and stopped cleanly rather than left to abend with
      * an uncontrolled runtime message.
      *
       01 WS-BULKIN-STATUS             PIC X(02)     VALUE SPACES.
          88 WS-BULKIN-OK                            VALUE '00'.
          88 WS-BULKIN-EOF-STATUS                    VALUE '10'.
       01 WS-BULKDONE-STATUS           PIC X(02)     VALUE SPACES.
          88 WS-BULKDONE-OK                          VALUE '00'.
          88 WS-BULKDONE-EOF-STATUS                  VALUE '10'.
          88 WS-BULKDONE-NOTFND                      VALUE '23'.
          88 WS-BULKDONE-NOFILE                      VALUE '35'.
       01 WS-CRAJRNL-STATUS            PIC X(02)     VALUE SPACES.
          88 WS-CRAJRNL-OK                           VALUE '00'.
          88 WS-CRAJRNL-NOFILE                       VALUE '35'.
       01 WS-ACCTSTS-STATUS            PIC X(02)     VALUE SPACES.
          88 WS-ACCTSTS-OK                           VALUE '00'.
          88 WS-ACCTSTS-NOTFND                       VALUE '23'.
          88 WS-ACCTSTS-NOFILE                       VALUE '35'.
       01 WS-BULKRET-STATUS            PIC X(02)     VALUE SPACES.
          88 WS-BULKRET-OK                           VALUE '00'.
       01 WS-REPORT-STATUS             PIC X(02)     VALUE SPACES.
          88 WS-REPORT-OK                            VALUE '00'.

      *
      * Tracks which files actually reached an open state, so
      * TERMINATE-RUN (which can be reached from an early OPEN/READ/
      * WRITE failure, before the other files have been opened) only
      * closes files it really opened.
      *
       01 WS-BULKIN-OPEN-SW            PIC X         VALUE 'N'.
          88 WS-BULKIN-OPEN                          VALUE 'Y'.
       01 WS-BULKDONE-OPEN-SW          PIC X         VALUE 'N'.
          88 WS-BULKDONE-OPEN                        VALUE 'Y'.
       01 WS-CRAJRNL-OPEN-SW           PIC X         VALUE 'N'.
          88 WS-CRAJRNL-OPEN                         VALUE 'Y'.
       01 WS-ACCTSTS-OPEN-SW           PIC X         VALUE 'N'.
          88 WS-ACCTSTS-OPEN                         VALUE 'Y'.
       01 WS-BULKRET-OPEN-SW           PIC X         VALUE 'N'.
          88 WS-BULKRET-OPEN                         VALUE 'Y'.
       01 WS-REPORT-OPEN-SW            PIC X         VALUE 'N'.
          88 WS-REPORT-OPEN                          VALUE 'Y'.

      *
      * Run date, picked up once at initialisation.
      *
       01 WS-RUN-DATE                  PIC 9(8)      VALUE ZERO.
       01 WS-RUN-DATE-GRP REDEFINES WS-RUN-DATE.
          03 WS-RUN-DATE-YYYY          PIC 9(4).
          03 WS-RUN-DATE-MM            PIC 9(2).
          03 WS-RUN-DATE-DD            PIC 9(2).

       01 WS-RUN-TIME-RAW              PIC 9(8)      VALUE ZERO.
       01 WS-RUN-TIME-GRP REDEFINES WS-RUN-TIME-RAW.
          03 WS-RUN-TIME-HH            PIC 9(2).
          03 WS-RUN-TIME-MM            PIC 9(2).
          03 WS-RUN-TIME-SS            PIC 9(2).
          03 WS-RUN-TIME-HS            PIC 9(2).

      *
      * CRAJRNL-DATE carries DD/MM/YYYY - FORMATTIME's DATESEP
      * default separator - so the online daily-limit check's
      * same-day filter matches batch-written records too.
      *
       01 WS-JRNL-DATE.
          03 WS-JRNL-DATE-DD           PIC 9(2).
          03 FILLER                    PIC X         VALUE '/'.
          03 WS-JRNL-DATE-MM           PIC 9(2).
          03 FILLER                    PIC X         VALUE '/'.
          03 WS-JRNL-DATE-YYYY         PIC 9(4).

       01 WS-JRNL-TIME.
          03 WS-JRNL-TIME-HH           PIC 9(2).
          03 FILLER                    PIC X         VALUE ':'.
          03 WS-JRNL-TIME-MM           PIC 9(2).
          03 FILLER                    PIC X         VALUE ':'.
          03 WS-JRNL-TIME-SS           PIC 9(2).

      *
      * Substitutes for the EIBTASKN / ABSTIME values the online
      * journal writer uses in the CRAJRNL key: a per-run posting
      * sequence number and a timestamp computed on the same
      * milliseconds-since-1900 basis as ABSTIME.  Together with
      * the account and leg number they keep the key unique.
      *
       01 WS-POSTING-SEQ               PIC 9(7)      VALUE ZERO.
       01 WS-BATCH-UTIME               PIC S9(15) COMP-3 VALUE ZERO.
       01 WS-DAYS-SINCE-1900           PIC 9(7)      VALUE ZERO.

       01 WS-JOURNAL-LEG-NO            PIC 9(1)      VALUE 0.

      *
      * Set when the account status master refuses a leg, so the
      * leg is journalled without ever reaching DBCRFUN.  The leg
      * that returns a refused credit to the paying account is never
      * refused - it only gives the customer back their own money.
      *
       01 WS-STATUS-REFUSED-SW         PIC X         VALUE 'N'.
          88 WS-STATUS-REFUSED                      VALUE 'Y'.
       01 WS-BACKOUT-LEG-SW            PIC X         VALUE 'N'.
          88 WS-BACKOUT-LEG                         VALUE 'Y'.

      *
      * Parameter area for the CALLed DBCRFUN debit-credit engine -
      * the same layout BNK1CRA builds for its online legs.  The
      * origin block carries fixed batch identifiers in place of the
      * terminal origin data an online task would supply.
      *
       01 SUBPGM-PARMS.
          03 SUBPGM-ACCNO              PIC X(8).
          03 SUBPGM-AMT                PIC S9(10)V99.
          03 SUBPGM-SORTC              PIC 9(6).
          03 SUBPGM-AV-BAL             PIC S9(10)V99.
          03 SUBPGM-ACT-BAL            PIC S9(10)V99.
          03 SUBPGM-ORIGIN.
               05 SUBPGM-APPLID           PIC X(8).
               05 SUBPGM-USERID           PIC X(8).
               05 SUBPGM-FACILITY-NAME    PIC X(8).
               05 SUBPGM-NETWRK-ID        PIC X(8).
               05 SUBPGM-FACILTYPE        PIC S9(8) COMP.
               05 SUBPGM-FUNCTION         PIC X(1) VALUE 'C'.
                  88 SUBPGM-FUNC-POST              VALUE 'C'.
                  88 SUBPGM-FUNC-INQUIRY           VALUE 'I'.
               05 FILLER                  PIC X(3) VALUE SPACES.
          03 SUBPGM-SUCCESS            PIC X.
          03 SUBPGM-FAIL-CODE          PIC X.

       01 WS-BATCH-APPLID              PIC X(8)      VALUE 'BATCH   '.
       01 WS-BATCH-USERID              PIC X(8)      VALUE 'BNKBULK '.

      *
      * The file's header, kept from the validation pass: the whole
      * record to head the returns file with, and the fields the
      * posting pass works from.
      *
       01 WS-HEADER-SAVE               PIC X(80)     VALUE SPACES.
       01 WS-FILE-REF                  PIC X(12)     VALUE SPACES.
       01 WS-PAY-ACCNO                 PIC X(8)      VALUE SPACES.
       01 WS-ORIGINATOR                PIC X(30)     VALUE SPACES.
       01 WS-VALUE-DATE                PIC 9(8)      VALUE ZERO.
       01 WS-VALUE-DATE-GRP REDEFINES WS-VALUE-DATE.
          03 WS-VALUE-YYYY             PIC 9(4).
          03 WS-VALUE-MM               PIC 9(2).
          03 WS-VALUE-DD               PIC 9(2).
       01 WS-DAYS-IN-MONTH             PIC 9(2)      VALUE ZERO.
       01 WS-LEAP-QUOTIENT             PIC 9(4)      VALUE ZERO.
       01 WS-LEAP-REMAINDER            PIC 9(4)      VALUE ZERO.

      *
      * File control totals: what the file holds, counted as it is
      * read, against what its trailer claims.
      *
       01 WS-RECORDS-READ              PIC 9(07) COMP VALUE ZERO.
       01 WS-HEADER-COUNT              PIC 9(07) COMP VALUE ZERO.
       01 WS-DETAIL-COUNT              PIC 9(07)     VALUE ZERO.
       01 WS-DETAIL-HASH               PIC 9(13)V99  VALUE ZERO.
       01 WS-TRL-COUNT                 PIC 9(07)     VALUE ZERO.
       01 WS-TRL-HASH                  PIC 9(13)V99  VALUE ZERO.
       01 WS-VALID-COUNT               PIC 9(07)     VALUE ZERO.
       01 WS-VALID-TOTAL               PIC 9(13)V99  VALUE ZERO.

      *
      * The largest amount one DBCRFUN leg can carry - the payer
      * debit is a single leg for the whole file.
      *
       01 WS-MAX-LEG-AMT               PIC 9(13)V99
                                       VALUE 9999999999.99.

      *
      * Whole-file disposition.  Blank while the file is good; once
      * set, every line goes back on the returns file with this code
      * and text - 'FR' file rejected, 'DU' duplicate file, 'PD'
      * payer debit refused.  The first reason found is the one kept.
      *
       01 WS-FILE-RC                   PIC X(2)      VALUE SPACES.
          88 WS-FILE-ACCEPTED                        VALUE SPACES.
          88 WS-FILE-REFUSED                         VALUE 'FR' 'DU'.
       01 WS-FILE-TEXT                 PIC X(30)     VALUE SPACES.
       01 WS-REJECT-TEXT               PIC X(30)     VALUE SPACES.
       01 WS-LINE-NO-DISPLAY           PIC 9(7)      VALUE ZERO.

      *
      * Set when the paying account's debit is on the books - by
      * this run, or by an earlier run of the same file that died
      * before every line was dealt with (resuming).
      *
       01 WS-PAYER-DEBITED-SW          PIC X         VALUE 'N'.
          88 WS-PAYER-DEBITED                        VALUE 'Y'.
       01 WS-RESUMING-SW               PIC X         VALUE 'N'.
          88 WS-RESUMING                             VALUE 'Y'.
       01 WS-DEBIT-RUN-DATE            PIC 9(8)      VALUE ZERO.
       01 WS-AMT-DEBITED               PIC 9(13)V99  VALUE ZERO.

      *
      * Per-line work fields for the posting pass.
      *
       01 WS-LINE-NO                   PIC 9(07)     VALUE ZERO.
       01 WS-LINE-RC                   PIC X(2)      VALUE SPACES.
          88 WS-LINE-VALID                           VALUE SPACES.
       01 WS-LINE-TEXT                 PIC X(30)     VALUE SPACES.
       01 WS-LINE-DISP                 PIC X(50)     VALUE SPACES.
       01 WS-LINE-OUTCOME              PIC X(1)      VALUE SPACE.
       01 WS-CREDIT-FAIL-CODE          PIC X(1)      VALUE SPACE.
       01 WS-FILE-OUTCOME              PIC X(1)      VALUE SPACE.
       01 WS-LINE-DONE-SW              PIC X         VALUE 'N'.
          88 WS-LINE-DONE                            VALUE 'Y'.

      *
      * The returns record, built in the customer's own layout.
      *
       01 WS-RETURN-REC.
           COPY BULKPAY.

      *
      * Parameter area for the CALLed BNKRNCTL run-control
      * subprogram - every batch in the suite stamps its start and
      * end on the shared RUNCTL file through it.
      *
       01 RNCTL-PARMS.
           COPY RNCTLPRM.

      *
      * Run counters
      *
       01 WS-LINES-CREDITED            PIC 9(07) COMP VALUE ZERO.
       01 WS-LINES-RETURNED            PIC 9(07)     VALUE ZERO.
       01 WS-LINES-REFUNDED            PIC 9(07) COMP VALUE ZERO.
       01 WS-LINES-NOT-REFUNDED        PIC 9(07) COMP VALUE ZERO.
       01 WS-LINES-ALREADY-DONE        PIC 9(07) COMP VALUE ZERO.
       01 WS-AMT-CREDITED              PIC 9(13)V99  VALUE ZERO.
       01 WS-AMT-REFUNDED              PIC 9(13)V99  VALUE ZERO.
       01 WS-AMT-NOT-REFUNDED          PIC 9(13)V99  VALUE ZERO.
       01 WS-RETURNED-HASH             PIC 9(13)V99  VALUE ZERO.

      *
      * Report line work areas
      *
       01 WS-AMT-DISPLAY               PIC +9(10).99.
       01 WS-CNT-DISPLAY               PIC ZZZ,ZZ9.
       01 WS-BIG-AMT-DISPLAY           PIC +9(15).99.

       01 WS-HEADING-1.
          03 FILLER                    PIC X(42) VALUE
             'BNKBULK - BULK PAYMENT FILE RUN REPORT'.
          03 FILLER                    PIC X(90) VALUE SPACES.

       01 WS-INFO-LINE.
          03 INF-DESC                  PIC X(30).
          03 INF-VALUE                 PIC X(40).
          03 FILLER                    PIC X(62) VALUE SPACES.

       01 WS-HEADING-2.
          03 FILLER                    PIC X(10) VALUE
             'LINE NO'.
          03 FILLER                    PIC X(10) VALUE
             'BEN ACCT'.
          03 FILLER                    PIC X(17) VALUE
             'AMOUNT'.
          03 FILLER                    PIC X(04) VALUE
             'RC'.
          03 FILLER                    PIC X(32) VALUE
             'REASON'.
          03 FILLER                    PIC X(59) VALUE
             'DISPOSITION'.

       01 WS-DETAIL-LINE.
          03 DET-LINE-NO               PIC X(07).
          03 FILLER                    PIC X(03) VALUE SPACES.
          03 DET-BEN-ACC               PIC X(08).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-AMT                   PIC X(14).
          03 FILLER                    PIC X(03) VALUE SPACES.
          03 DET-RC                    PIC X(02).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-REASON                PIC X(30).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-DISPOSITION           PIC X(50).
          03 FILLER                    PIC X(09) VALUE SPACES.

       01 WS-TOTAL-LINE.
          03 TOT-DESC                  PIC X(30).
          03 TOT-CNT                   PIC X(10).
          03 FILLER                    PIC X(92) VALUE SPACES.

       01 WS-MONEY-LINE.
          03 MNY-DESC                  PIC X(32).
          03 MNY-AMT                   PIC X(19).
          03 FILLER                    PIC X(81) VALUE SPACES.

       01 WS-RESULT-LINE.
          03 FILLER                    PIC X(12) VALUE
             'FILE RESULT '.
          03 RES-TEXT                  PIC X(80).
          03 FILLER                    PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
       MP010.
           PERFORM INITIALISE-RUN.
           PERFORM VALIDATE-FILE.

           IF WS-FILE-ACCEPTED
              PERFORM CHECK-DUPLICATE
           END-IF.

           IF WS-FILE-ACCEPTED
              AND NOT WS-RESUMING
              AND WS-VALID-COUNT > ZERO
              PERFORM POST-PAYER-DEBIT
           END-IF.

           PERFORM WRITE-FILE-DETAILS.
           PERFORM PROCESS-LINES.

           IF WS-PAYER-DEBITED
              MOVE 'C' TO WS-FILE-OUTCOME
              PERFORM RECORD-FILE-STATE
           END-IF.

           PERFORM WRITE-RUN-TOTALS.

           IF WS-FILE-REFUSED
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM RECORD-RUN-END.
           PERFORM TERMINATE-RUN.

       MP999.
           EXIT.


       INITIALISE-RUN SECTION.
       IR010.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.

           MOVE WS-RUN-DATE-DD   TO WS-JRNL-DATE-DD.
           MOVE WS-RUN-DATE-MM   TO WS-JRNL-DATE-MM.
           MOVE WS-RUN-DATE-YYYY TO WS-JRNL-DATE-YYYY.

      *
      *    The journal timestamp key must be on the same basis as
      *    the online writer's ABSTIME - milliseconds since 1 Jan
      *    1900 - or the daily-limit duplicate window in BNK1CRA
      *    would misjudge every batch-written leg.
      *
           COMPUTE WS-DAYS-SINCE-1900 =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
              - FUNCTION INTEGER-OF-DATE(19000101).

           PERFORM RECORD-RUN-START.

      *
      *    The journal is appended to, never rewound - the day's
      *    online postings are already in it.
      *
           OPEN EXTEND CRAJRNL-FILE.
           IF WS-CRAJRNL-NOFILE
              OPEN OUTPUT CRAJRNL-FILE
           END-IF.
           IF WS-CRAJRNL-OK
              SET WS-CRAJRNL-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING CRAJRNL-FILE STATUS '
                      WS-CRAJRNL-STATUS
              PERFORM REFUSE-RUN
           END-IF.

      *
      *    The posting-state file is the run's restart and duplicate
      *    protection - first run at a site creates it empty.
      *
           OPEN I-O BULKDONE-FILE.
           IF WS-BULKDONE-NOFILE
              OPEN OUTPUT BULKDONE-FILE
              CLOSE BULKDONE-FILE
              OPEN I-O BULKDONE-FILE
           END-IF.
           IF WS-BULKDONE-OK
              SET WS-BULKDONE-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING BULKDONE-FILE STATUS '
                      WS-BULKDONE-STATUS
              PERFORM REFUSE-RUN
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
                 PERFORM REFUSE-RUN
              END-IF
           END-IF.

           OPEN OUTPUT BULKRET-FILE.
           IF WS-BULKRET-OK
              SET WS-BULKRET-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING BULKRET-FILE STATUS '
                      WS-BULKRET-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           OPEN OUTPUT BULK-REPORT.
           IF WS-REPORT-OK
              SET WS-REPORT-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING BULK-REPORT STATUS '
                      WS-REPORT-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           WRITE BULK-REPORT-LINE FROM WS-HEADING-1.
           PERFORM CHECK-REPORT-STATUS.

       IR999.
           EXIT.


       OPEN-BULKIN SECTION.
      *
      *    The payment file is read twice - once to prove it, once to
      *    post it - so it is opened afresh for each pass.
      *
       OB010.
           OPEN INPUT BULKIN-FILE.
           IF WS-BULKIN-OK
              SET WS-BULKIN-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING BULKIN-FILE STATUS '
                      WS-BULKIN-STATUS
              PERFORM REFUSE-RUN
           END-IF.
           MOVE 'N' TO BULKIN-EOF-SW.

       OB999.
           EXIT.


       VALIDATE-FILE SECTION.
      *
      *    First pass - prove the file before anything moves.  Every
      *    record is read and counted; the header is checked and kept,
      *    the lines are counted and hashed, and the totals are then
      *    agreed to the trailer.  Lines are also checked one by one
      *    here so the payer debit can be taken for exactly the lines
      *    that will be paid.
      *
       VF010.
           PERFORM OPEN-BULKIN.

           PERFORM VALIDATE-RECORD THRU VR999
              UNTIL BULKIN-EOF.

           CLOSE BULKIN-FILE.
           MOVE 'N' TO WS-BULKIN-OPEN-SW.

           IF WS-HEADER-COUNT = ZERO
              MOVE 'NO HEADER RECORD' TO WS-REJECT-TEXT
              PERFORM SET-FILE-REJECT
           END-IF.

           IF NOT TRAILER-SEEN
              MOVE 'NO TRAILER RECORD' TO WS-REJECT-TEXT
              PERFORM SET-FILE-REJECT
              GO TO VF020
           END-IF.

           IF WS-TRL-COUNT NOT = WS-DETAIL-COUNT
              MOVE 'TRAILER COUNT DOES NOT AGREE' TO WS-REJECT-TEXT
              PERFORM SET-FILE-REJECT
           END-IF.

           IF WS-TRL-HASH NOT = WS-DETAIL-HASH
              MOVE 'TRAILER HASH TOTAL MISMATCH' TO WS-REJECT-TEXT
              PERFORM SET-FILE-REJECT
           END-IF.

       VF020.
           IF WS-DETAIL-COUNT = ZERO
              MOVE 'NO PAYMENT LINES ON FILE' TO WS-REJECT-TEXT
              PERFORM SET-FILE-REJECT
           END-IF.

           IF WS-VALID-TOTAL > WS-MAX-LEG-AMT
              MOVE 'FILE TOTAL OVER POSTING LIMIT' TO WS-REJECT-TEXT
              PERFORM SET-FILE-REJECT
           END-IF.

       VF999.
           EXIT.


       VALIDATE-RECORD SECTION.
       VR010.
           READ BULKIN-FILE
              AT END
                 MOVE 'Y' TO BULKIN-EOF-SW
                 GO TO VR999
           END-READ.

           IF NOT WS-BULKIN-OK
              DISPLAY 'ERROR READING BULKIN-FILE STATUS '
                      WS-BULKIN-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           ADD 1 TO WS-RECORDS-READ.

           IF TRAILER-SEEN
              MOVE 'RECORDS FOUND AFTER TRAILER' TO WS-REJECT-TEXT
              PERFORM SET-FILE-REJECT
              GO TO VR999
           END-IF.

           IF WS-RECORDS-READ = 1
              AND NOT BULKPAY-IS-HEADER OF BULKIN-REC
              MOVE 'HEADER IS NOT FIRST RECORD' TO WS-REJECT-TEXT
              PERFORM SET-FILE-REJECT
           END-IF.

           EVALUATE TRUE
              WHEN BULKPAY-IS-HEADER OF BULKIN-REC
                 ADD 1 TO WS-HEADER-COUNT
                 IF WS-HEADER-COUNT > 1
                    MOVE 'MORE THAN ONE HEADER RECORD'
                       TO WS-REJECT-TEXT
                    PERFORM SET-FILE-REJECT
                 ELSE
                    MOVE BULKIN-REC TO WS-HEADER-SAVE
                    PERFORM VALIDATE-HEADER
                 END-IF

              WHEN BULKPAY-IS-DETAIL OF BULKIN-REC
                 ADD 1 TO WS-DETAIL-COUNT
                 IF BULKPAY-AMT OF BULKIN-REC NOT NUMERIC
                    MOVE WS-DETAIL-COUNT TO WS-LINE-NO-DISPLAY
                    MOVE SPACES TO WS-REJECT-TEXT
                    STRING 'BAD AMOUNT ON LINE '
                           WS-LINE-NO-DISPLAY
                           DELIMITED BY SIZE
                           INTO WS-REJECT-TEXT
                    PERFORM SET-FILE-REJECT
                 ELSE
                    ADD BULKPAY-AMT OF BULKIN-REC TO WS-DETAIL-HASH
                    PERFORM VALIDATE-DETAIL
                    IF WS-LINE-VALID
                       ADD 1 TO WS-VALID-COUNT
                       ADD BULKPAY-AMT OF BULKIN-REC
                          TO WS-VALID-TOTAL
                    END-IF
                 END-IF

              WHEN BULKPAY-IS-TRAILER OF BULKIN-REC
                 SET TRAILER-SEEN TO TRUE
                 IF BULKPAY-TRL-COUNT OF BULKIN-REC NOT NUMERIC
                    OR BULKPAY-TRL-HASH OF BULKIN-REC NOT NUMERIC
                    MOVE 'TRAILER TOTALS NOT NUMERIC'
                       TO WS-REJECT-TEXT
                    PERFORM SET-FILE-REJECT
                 ELSE
                    MOVE BULKPAY-TRL-COUNT OF BULKIN-REC
                       TO WS-TRL-COUNT
                    MOVE BULKPAY-TRL-HASH OF BULKIN-REC
                       TO WS-TRL-HASH
                 END-IF

              WHEN OTHER
                 MOVE 'UNRECOGNISED RECORD TYPE' TO WS-REJECT-TEXT
                 PERFORM SET-FILE-REJECT
           END-EVALUATE.

       VR999.
           EXIT.


       VALIDATE-HEADER SECTION.
      *
      *    The header must name the file and the paying account and
      *    carry a real value date no later than today - a file sent
      *    in early is refused and sent again on the day.  A returns
      *    file fed back in by mistake is refused outright.
      *
       VH010.
           MOVE BULKPAY-FILE-REF OF BULKIN-REC   TO WS-FILE-REF.
           MOVE BULKPAY-PAY-ACCNO OF BULKIN-REC  TO WS-PAY-ACCNO.
           MOVE BULKPAY-ORIGINATOR OF BULKIN-REC TO WS-ORIGINATOR.

           IF BULKPAY-IS-RETURNS OF BULKIN-REC
              MOVE 'RETURNS FILE SENT AS PAYMENTS' TO WS-REJECT-TEXT
              PERFORM SET-FILE-REJECT
           END-IF.

           IF WS-FILE-REF = SPACES
              MOVE 'HEADER HAS NO FILE REFERENCE' TO WS-REJECT-TEXT
              PERFORM SET-FILE-REJECT
           END-IF.

           IF WS-PAY-ACCNO = SPACES
              MOVE 'HEADER HAS NO PAYING ACCOUNT' TO WS-REJECT-TEXT
              PERFORM SET-FILE-REJECT
           END-IF.

           IF BULKPAY-VALUE-DATE OF BULKIN-REC NOT NUMERIC
              MOVE 'HEADER VALUE DATE INVALID' TO WS-REJECT-TEXT
              PERFORM SET-FILE-REJECT
              GO TO VH999
           END-IF.

           MOVE BULKPAY-VALUE-DATE OF BULKIN-REC TO WS-VALUE-DATE.

           IF WS-VALUE-MM < 1 OR WS-VALUE-MM > 12
              OR WS-VALUE-DD < 1
              MOVE 'HEADER VALUE DATE INVALID' TO WS-REJECT-TEXT
              PERFORM SET-FILE-REJECT
              GO TO VH999
           END-IF.

           PERFORM GET-DAYS-IN-MONTH.
           IF WS-VALUE-DD > WS-DAYS-IN-MONTH
              MOVE 'HEADER VALUE DATE INVALID' TO WS-REJECT-TEXT
              PERFORM SET-FILE-REJECT
              GO TO VH999
           END-IF.

           IF WS-VALUE-DATE > WS-RUN-DATE
              MOVE 'VALUE DATE IS IN THE FUTURE' TO WS-REJECT-TEXT
              PERFORM SET-FILE-REJECT
           END-IF.

       VH999.
           EXIT.


       VALIDATE-DETAIL SECTION.
      *
      *    Checks one payment line on its own.  A line that fails is
      *    not paid and goes back on the returns file, but does not
      *    stop the rest of the file - it is still counted in the
      *    trailer totals the customer sent.  The caller has already
      *    made sure the amount is numeric.
      *
       VD010.
           MOVE SPACES TO WS-LINE-RC.
           MOVE SPACES TO WS-LINE-TEXT.

           IF BULKPAY-BEN-ACCNO OF BULKIN-REC = SPACES
              MOVE 'AC' TO WS-LINE-RC
              MOVE 'BENEFICIARY ACCOUNT MISSING' TO WS-LINE-TEXT
              GO TO VD999
           END-IF.

           IF BULKPAY-AMT OF BULKIN-REC = ZERO
              MOVE 'AM' TO WS-LINE-RC
              MOVE 'AMOUNT IS ZERO' TO WS-LINE-TEXT
              GO TO VD999
           END-IF.

           IF BULKPAY-BEN-ACCNO OF BULKIN-REC = WS-PAY-ACCNO
              MOVE 'SA' TO WS-LINE-RC
              MOVE 'BENEFICIARY IS PAYING ACCOUNT' TO WS-LINE-TEXT
           END-IF.

       VD999.
           EXIT.


       SET-FILE-REJECT SECTION.
      *
      *    Reject the whole file for the reason in WS-REJECT-TEXT,
      *    unless an earlier reason has already been recorded - the
      *    first fault found is the one reported.
      *
       SR010.
           IF WS-FILE-ACCEPTED
              MOVE 'FR'           TO WS-FILE-RC
              MOVE WS-REJECT-TEXT TO WS-FILE-TEXT
           END-IF.

       SR999.
           EXIT.


       CHECK-DUPLICATE SECTION.
      *
      *    A file reference the paying account has used before is
      *    either a resend of a completed file (refused), the same
      *    file after an earlier run died part-way (carried on from
      *    where it stopped), or a different file reusing the
      *    reference (refused).  A new reference is then checked
      *    against every file the payer has sent: the same value
      *    date, line count and hash total is the same payments sent
      *    again, and is refused.
      *
       DU010.
           MOVE WS-PAY-ACCNO TO BULKDONE-PAY-ACCNO.
           MOVE WS-FILE-REF  TO BULKDONE-FILE-REF.
           MOVE ZERO         TO BULKDONE-LINE-NO.
           READ BULKDONE-FILE.

           IF WS-BULKDONE-NOTFND
              GO TO DU020
           END-IF.

           IF NOT WS-BULKDONE-OK
              DISPLAY 'ERROR READING BULKDONE-FILE STATUS '
                      WS-BULKDONE-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           IF BULKDONE-VALUE-DATE NOT = WS-VALUE-DATE
              OR BULKDONE-COUNT NOT = WS-TRL-COUNT
              OR BULKDONE-HASH NOT = WS-TRL-HASH
              MOVE 'DU' TO WS-FILE-RC
              MOVE 'FILE REFERENCE ALREADY USED' TO WS-FILE-TEXT
              GO TO DU999
           END-IF.

           IF BULKDONE-COMPLETE
              MOVE 'DU' TO WS-FILE-RC
              MOVE SPACES TO WS-FILE-TEXT
              STRING 'ALREADY PROCESSED ON '
                     BULKDONE-RUN-DATE
                     DELIMITED BY SIZE
                     INTO WS-FILE-TEXT
              GO TO DU999
           END-IF.

           SET WS-RESUMING TO TRUE.
           SET WS-PAYER-DEBITED TO TRUE.
           MOVE BULKDONE-RUN-DATE TO WS-DEBIT-RUN-DATE.
           MOVE BULKDONE-AMT      TO WS-AMT-DEBITED.
           GO TO DU999.

       DU020.
           MOVE WS-PAY-ACCNO TO BULKDONE-PAY-ACCNO.
           MOVE LOW-VALUES   TO BULKDONE-FILE-REF.
           MOVE ZERO         TO BULKDONE-LINE-NO.
           START BULKDONE-FILE KEY IS NOT LESS THAN BULKDONE-KEY.

           IF WS-BULKDONE-NOTFND
              GO TO DU999
           END-IF.

           IF NOT WS-BULKDONE-OK
              DISPLAY 'ERROR STARTING BULKDONE-FILE STATUS '
                      WS-BULKDONE-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           MOVE 'N' TO SCAN-DONE-SW.
           PERFORM SCAN-PAYER-FILE THRU SP999
              UNTIL SCAN-DONE.

       DU999.
           EXIT.


       SCAN-PAYER-FILE SECTION.
       SP010.
           READ BULKDONE-FILE NEXT
              AT END
                 SET SCAN-DONE TO TRUE
                 GO TO SP999
           END-READ.

           IF NOT WS-BULKDONE-OK
              DISPLAY 'ERROR READING BULKDONE-FILE STATUS '
                      WS-BULKDONE-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           IF BULKDONE-PAY-ACCNO NOT = WS-PAY-ACCNO
              SET SCAN-DONE TO TRUE
              GO TO SP999
           END-IF.

           IF BULKDONE-LINE-NO = ZERO
              AND BULKDONE-VALUE-DATE = WS-VALUE-DATE
              AND BULKDONE-COUNT = WS-TRL-COUNT
              AND BULKDONE-HASH = WS-TRL-HASH
              MOVE 'DU' TO WS-FILE-RC
              MOVE SPACES TO WS-FILE-TEXT
              STRING 'DUPLICATE OF FILE '
                     BULKDONE-FILE-REF
                     DELIMITED BY SIZE
                     INTO WS-FILE-TEXT
              SET SCAN-DONE TO TRUE
           END-IF.

       SP999.
           EXIT.


       POST-PAYER-DEBIT SECTION.
      *
      *    One debit to the paying account for the total of the lines
      *    that will be paid.  If the account refuses it nothing has
      *    moved: every line goes back with the reason.  Once it is
      *    on, the posting-state file records it straight away, so a
      *    rerun can never take the money from the payer twice.
      *
       PD010.
           MOVE 0 TO WS-JOURNAL-LEG-NO.
           ADD 1 TO WS-POSTING-SEQ.

           INITIALIZE SUBPGM-PARMS.
           MOVE WS-PAY-ACCNO TO SUBPGM-ACCNO.
           COMPUTE SUBPGM-AMT = WS-VALID-TOTAL * -1.
           SET SUBPGM-FUNC-POST TO TRUE.

           PERFORM CALL-DBCRFUN.
           PERFORM WRITE-JOURNAL.

           IF SUBPGM-SUCCESS NOT = 'Y'
              MOVE 'PD' TO WS-FILE-RC
              EVALUATE SUBPGM-FAIL-CODE
                 WHEN '1'
                    MOVE 'PAYING ACCOUNT NOT FOUND'
                       TO WS-FILE-TEXT
                 WHEN '3'
                    MOVE 'PAYER HAS INSUFFICIENT FUNDS'
                       TO WS-FILE-TEXT
                 WHEN '4'
                    MOVE 'PAYING ACCOUNT IS FROZEN'
                       TO WS-FILE-TEXT
                 WHEN '5'
                    MOVE 'PAYING ACCOUNT ON LEGAL HOLD'
                       TO WS-FILE-TEXT
                 WHEN '6'
                    MOVE 'PAYING ACCOUNT IS CLOSED'
                       TO WS-FILE-TEXT
                 WHEN '9'
                    MOVE 'POSTING SERVICE UNAVAILABLE'
                       TO WS-FILE-TEXT
                 WHEN OTHER
                    MOVE SPACES TO WS-FILE-TEXT
                    STRING 'PAYER DEBIT REFUSED, CODE '
                           SUBPGM-FAIL-CODE
                           DELIMITED BY SIZE
                           INTO WS-FILE-TEXT
              END-EVALUATE
              GO TO PD999
           END-IF.

           SET WS-PAYER-DEBITED TO TRUE.
           MOVE WS-RUN-DATE    TO WS-DEBIT-RUN-DATE.
           MOVE WS-VALID-TOTAL TO WS-AMT-DEBITED.
           MOVE 'D' TO WS-FILE-OUTCOME.
           PERFORM RECORD-FILE-STATE.

       PD999.
           EXIT.


       PROCESS-LINES SECTION.
      *
      *    Second pass - the returns file is headed with a copy of
      *    the customer's header, then each line is paid or returned,
      *    and the trailer counts and totals what went back.
      *
       PL010.
           MOVE WS-HEADER-SAVE TO WS-RETURN-REC.
           MOVE 'H' TO BULKPAY-REC-TYPE OF WS-RETURN-REC.
           SET BULKPAY-IS-RETURNS OF WS-RETURN-REC TO TRUE.
           WRITE BULKRET-REC FROM WS-RETURN-REC.
           PERFORM CHECK-BULKRET-STATUS.

           PERFORM OPEN-BULKIN.
           MOVE ZERO TO WS-LINE-NO.

           PERFORM PROCESS-LINE THRU PN999
              UNTIL BULKIN-EOF.

           CLOSE BULKIN-FILE.
           MOVE 'N' TO WS-BULKIN-OPEN-SW.

           MOVE SPACES TO WS-RETURN-REC.
           MOVE 'T' TO BULKPAY-REC-TYPE OF WS-RETURN-REC.
           MOVE WS-LINES-RETURNED
              TO BULKPAY-TRL-COUNT OF WS-RETURN-REC.
           MOVE WS-RETURNED-HASH
              TO BULKPAY-TRL-HASH OF WS-RETURN-REC.
           WRITE BULKRET-REC FROM WS-RETURN-REC.
           PERFORM CHECK-BULKRET-STATUS.

       PL999.
           EXIT.


       PROCESS-LINE SECTION.
       PN010.
           READ BULKIN-FILE
              AT END
                 MOVE 'Y' TO BULKIN-EOF-SW
                 GO TO PN999
           END-READ.

           IF NOT WS-BULKIN-OK
              DISPLAY 'ERROR READING BULKIN-FILE STATUS '
                      WS-BULKIN-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           IF NOT BULKPAY-IS-DETAIL OF BULKIN-REC
              GO TO PN999
           END-IF.

           ADD 1 TO WS-LINE-NO.

      *
      *    A refused file, or one whose payer debit was refused,
      *    sends every line back with the file's own reason.
      *
           IF NOT WS-FILE-ACCEPTED
              MOVE WS-FILE-RC   TO WS-LINE-RC
              MOVE WS-FILE-TEXT TO WS-LINE-TEXT
              MOVE 'RETURNED - FILE NOT POSTED' TO WS-LINE-DISP
              PERFORM RETURN-LINE
              GO TO PN999
           END-IF.

           PERFORM VALIDATE-DETAIL.
           IF NOT WS-LINE-VALID
              MOVE 'RETURNED - NOT POSTED' TO WS-LINE-DISP
              PERFORM RETURN-LINE
              GO TO PN999
           END-IF.

      *
      *    Carrying on after an earlier run died: a line already
      *    recorded takes its recorded outcome and is never posted
      *    again.
      *
           IF WS-RESUMING
              PERFORM CHECK-LINE-DONE
              IF WS-LINE-DONE
                 PERFORM REPORT-LINE-DONE
                 GO TO PN999
              END-IF
           END-IF.

           PERFORM POST-LINE-CREDIT.

       PN999.
           EXIT.


       CHECK-LINE-DONE SECTION.
       LD010.
           MOVE 'N' TO WS-LINE-DONE-SW.

           MOVE WS-PAY-ACCNO TO BULKDONE-PAY-ACCNO.
           MOVE WS-FILE-REF  TO BULKDONE-FILE-REF.
           MOVE WS-LINE-NO   TO BULKDONE-LINE-NO.
           READ BULKDONE-FILE.

           IF WS-BULKDONE-OK
              SET WS-LINE-DONE TO TRUE
           ELSE
              IF NOT WS-BULKDONE-NOTFND
                 DISPLAY 'ERROR READING BULKDONE-FILE STATUS '
                         WS-BULKDONE-STATUS
                 PERFORM REFUSE-RUN
              END-IF
           END-IF.

       LD999.
           EXIT.


       REPORT-LINE-DONE SECTION.
      *
      *    A line the earlier run dealt with.  A credited line is
      *    simply counted; a returned one goes back on tonight's
      *    returns file with its recorded reason, as the earlier run's
      *    returns file died with it.
      *
       RL010.
           ADD 1 TO WS-LINES-ALREADY-DONE.

           IF BULKDONE-CREDITED
              ADD 1 TO WS-LINES-CREDITED
              ADD BULKPAY-AMT OF BULKIN-REC TO WS-AMT-CREDITED
              GO TO RL999
           END-IF.

           MOVE BULKDONE-FAIL-CODE TO WS-CREDIT-FAIL-CODE.
           PERFORM SET-CREDIT-REASON.

           IF BULKDONE-RETURNED
              ADD 1 TO WS-LINES-REFUNDED
              ADD BULKPAY-AMT OF BULKIN-REC TO WS-AMT-REFUNDED
              MOVE 'RETURNED BY EARLIER RUN - PAYER RE-CREDITED'
                 TO WS-LINE-DISP
           ELSE
              ADD 1 TO WS-LINES-NOT-REFUNDED
              ADD BULKPAY-AMT OF BULKIN-REC TO WS-AMT-NOT-REFUNDED
              MOVE 'RETURNED BY EARLIER RUN - PAYER NOT RE-CREDITED'
                 TO WS-LINE-DISP
           END-IF.

           PERFORM RETURN-LINE.

       RL999.
           EXIT.


       POST-LINE-CREDIT SECTION.
      *
      *    Credit one beneficiary.  The payer has already been debited
      *    for this line, so a refused credit is returned to the
      *    paying account with a third leg - the same backout leg
      *    BNK1CRA and BNKSTORD post - rather than leave the money in
      *    limbo.  The line's outcome is recorded straight after its
      *    legs, so a rerun never posts it again.
      *
       PC010.
           MOVE 1 TO WS-JOURNAL-LEG-NO.
           ADD 1 TO WS-POSTING-SEQ.
           MOVE SPACE TO WS-CREDIT-FAIL-CODE.

           INITIALIZE SUBPGM-PARMS.
           MOVE BULKPAY-BEN-ACCNO OF BULKIN-REC TO SUBPGM-ACCNO.
           MOVE BULKPAY-AMT OF BULKIN-REC TO SUBPGM-AMT.
           SET SUBPGM-FUNC-POST TO TRUE.

           PERFORM CALL-DBCRFUN.
           PERFORM WRITE-JOURNAL.

           IF SUBPGM-SUCCESS = 'Y'
              ADD 1 TO WS-LINES-CREDITED
              ADD BULKPAY-AMT OF BULKIN-REC TO WS-AMT-CREDITED
              MOVE 'P' TO WS-LINE-OUTCOME
              PERFORM RECORD-LINE-DONE
              GO TO PC999
           END-IF.

           MOVE SUBPGM-FAIL-CODE TO WS-CREDIT-FAIL-CODE.
           PERFORM SET-CREDIT-REASON.

           INITIALIZE SUBPGM-PARMS.
           MOVE WS-PAY-ACCNO TO SUBPGM-ACCNO.
           MOVE BULKPAY-AMT OF BULKIN-REC TO SUBPGM-AMT.
           SET SUBPGM-FUNC-POST TO TRUE.

           SET WS-BACKOUT-LEG TO TRUE.
           PERFORM CALL-DBCRFUN.
           MOVE 'N' TO WS-BACKOUT-LEG-SW.
           PERFORM WRITE-JOURNAL.

           IF SUBPGM-SUCCESS = 'Y'
              ADD 1 TO WS-LINES-REFUNDED
              ADD BULKPAY-AMT OF BULKIN-REC TO WS-AMT-REFUNDED
              MOVE 'B' TO WS-LINE-OUTCOME
              MOVE 'RETURNED - PAYER RE-CREDITED' TO WS-LINE-DISP
           ELSE
              ADD 1 TO WS-LINES-NOT-REFUNDED
              ADD BULKPAY-AMT OF BULKIN-REC TO WS-AMT-NOT-REFUNDED
              MOVE 'X' TO WS-LINE-OUTCOME
              MOVE 'RETURNED - PAYER NOT RE-CREDITED, CONTACT SUPPORT'
                 TO WS-LINE-DISP
           END-IF.

           PERFORM RECORD-LINE-DONE.
           PERFORM RETURN-LINE.

       PC999.
           EXIT.


       SET-CREDIT-REASON SECTION.
      *
      *    Return code and text for a refused credit, from the fail
      *    code DBCRFUN or the status master gave the credit leg.
      *
       CR010.
           EVALUATE WS-CREDIT-FAIL-CODE
              WHEN '1'
                 MOVE 'NF' TO WS-LINE-RC
                 MOVE 'BENEFICIARY ACCOUNT NOT FOUND' TO WS-LINE-TEXT
              WHEN '6'
                 MOVE 'CL' TO WS-LINE-RC
                 MOVE 'BENEFICIARY ACCOUNT CLOSED' TO WS-LINE-TEXT
              WHEN '9'
                 MOVE 'UA' TO WS-LINE-RC
                 MOVE 'POSTING SERVICE UNAVAILABLE' TO WS-LINE-TEXT
              WHEN OTHER
                 MOVE 'CR' TO WS-LINE-RC
                 MOVE SPACES TO WS-LINE-TEXT
                 STRING 'CREDIT REFUSED, FAIL CODE '
                        WS-CREDIT-FAIL-CODE
                        DELIMITED BY SIZE
                        INTO WS-LINE-TEXT
           END-EVALUATE.

       CR999.
           EXIT.


       RETURN-LINE SECTION.
      *
      *    Send one line back to the customer on the returns file,
      *    exactly as it came in with the reason filled in, and list
      *    it on the run report.  The caller has set the reason and
      *    the report disposition.
      *
       RT010.
           MOVE BULKIN-REC TO WS-RETURN-REC.
           MOVE WS-LINE-RC   TO BULKPAY-RETURN-CODE OF WS-RETURN-REC.
           MOVE WS-LINE-TEXT TO BULKPAY-RETURN-TEXT OF WS-RETURN-REC.
           WRITE BULKRET-REC FROM WS-RETURN-REC.
           PERFORM CHECK-BULKRET-STATUS.

           ADD 1 TO WS-LINES-RETURNED.
           IF BULKPAY-AMT OF BULKIN-REC NUMERIC
              ADD BULKPAY-AMT OF BULKIN-REC TO WS-RETURNED-HASH
              MOVE BULKPAY-AMT OF BULKIN-REC TO WS-AMT-DISPLAY
              MOVE WS-AMT-DISPLAY TO DET-AMT
           ELSE
              MOVE 'NOT NUMERIC' TO DET-AMT
           END-IF.

           MOVE WS-LINE-NO   TO WS-LINE-NO-DISPLAY.
           MOVE WS-LINE-NO-DISPLAY TO DET-LINE-NO.
           MOVE BULKPAY-BEN-ACCNO OF BULKIN-REC TO DET-BEN-ACC.
           MOVE WS-LINE-RC   TO DET-RC.
           MOVE WS-LINE-TEXT TO DET-REASON.
           MOVE WS-LINE-DISP TO DET-DISPOSITION.

           WRITE BULK-REPORT-LINE FROM WS-DETAIL-LINE.
           PERFORM CHECK-REPORT-STATUS.

       RT999.
           EXIT.


       RECORD-FILE-STATE SECTION.
      *
      *    Stamp the file record (line zero) - 'D' the moment the
      *    payer debit is on, 'C' once every line has been dealt
      *    with.  It carries the file's value date, count and hash
      *    total for the duplicate check, and the amount debited and
      *    the date it was taken for a resumed run.
      *
       RF010.
           MOVE WS-PAY-ACCNO      TO BULKDONE-PAY-ACCNO.
           MOVE WS-FILE-REF       TO BULKDONE-FILE-REF.
           MOVE ZERO              TO BULKDONE-LINE-NO.
           MOVE WS-FILE-OUTCOME   TO BULKDONE-OUTCOME.
           MOVE WS-DEBIT-RUN-DATE TO BULKDONE-RUN-DATE.
           MOVE WS-VALUE-DATE     TO BULKDONE-VALUE-DATE.
           MOVE WS-TRL-COUNT      TO BULKDONE-COUNT.
           MOVE WS-TRL-HASH       TO BULKDONE-HASH.
           MOVE WS-AMT-DEBITED    TO BULKDONE-AMT.
           MOVE SPACE             TO BULKDONE-FAIL-CODE.
           MOVE WS-JRNL-TIME      TO BULKDONE-TIME.

           IF BULKDONE-COMPLETE
              MOVE WS-RUN-DATE    TO BULKDONE-RUN-DATE
           END-IF.

           WRITE BULKDONE-REC.
           IF WS-BULKDONE-STATUS = '22'
              REWRITE BULKDONE-REC
           END-IF.
           IF NOT WS-BULKDONE-OK
              DISPLAY 'ERROR WRITING BULKDONE-FILE STATUS '
                      WS-BULKDONE-STATUS
              PERFORM REFUSE-RUN
           END-IF.

       RF999.
           EXIT.


       RECORD-LINE-DONE SECTION.
      *
      *    Stamp one line's outcome - 'P' credited, 'B' refused and
      *    returned to the payer, 'X' refused and the return failed
      *    too.  The journal time of the last leg is already in
      *    WS-JRNL-TIME.
      *
       RN010.
           MOVE WS-PAY-ACCNO        TO BULKDONE-PAY-ACCNO.
           MOVE WS-FILE-REF         TO BULKDONE-FILE-REF.
           MOVE WS-LINE-NO          TO BULKDONE-LINE-NO.
           MOVE WS-LINE-OUTCOME     TO BULKDONE-OUTCOME.
           MOVE WS-RUN-DATE         TO BULKDONE-RUN-DATE.
           MOVE WS-VALUE-DATE       TO BULKDONE-VALUE-DATE.
           MOVE ZERO                TO BULKDONE-COUNT.
           MOVE ZERO                TO BULKDONE-HASH.
           MOVE BULKPAY-AMT OF BULKIN-REC TO BULKDONE-AMT.
           MOVE WS-CREDIT-FAIL-CODE TO BULKDONE-FAIL-CODE.
           MOVE WS-JRNL-TIME        TO BULKDONE-TIME.

           WRITE BULKDONE-REC.
           IF WS-BULKDONE-STATUS = '22'
              REWRITE BULKDONE-REC
           END-IF.
           IF NOT WS-BULKDONE-OK
              DISPLAY 'ERROR WRITING BULKDONE-FILE STATUS '
                      WS-BULKDONE-STATUS
              PERFORM REFUSE-RUN
           END-IF.

       RN999.
           EXIT.


       CALL-DBCRFUN SECTION.
      *
      *    Hand one leg to the DBCRFUN debit-credit engine.  The
      *    caller has already set the account, signed amount and
      *    function; this section supplies the batch origin
      *    identifiers in place of the terminal origin data an
      *    online task passes.  If the engine is not available the
      *    leg is treated exactly like the online SYSIDERR case: not
      *    posted, fail code '9'.
      *
       CD010.
           MOVE WS-BATCH-APPLID TO SUBPGM-APPLID.
           MOVE WS-BATCH-USERID TO SUBPGM-USERID.
           MOVE SPACES          TO SUBPGM-FACILITY-NAME.
           MOVE SPACES          TO SUBPGM-NETWRK-ID.
           MOVE ZERO            TO SUBPGM-FACILTYPE.

           PERFORM CHECK-ACCOUNT-STATUS.
           IF WS-STATUS-REFUSED
              GO TO CD999
           END-IF.

           CALL 'DBCRFUN' USING SUBPGM-PARMS
              ON EXCEPTION
                 MOVE 'N' TO SUBPGM-SUCCESS
                 MOVE '9' TO SUBPGM-FAIL-CODE
           END-CALL.

       CD999.
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
      *    successful or not - in the same shape the online journal
      *    writer uses, so BNKRECON reconciles batch and online
      *    postings together without special cases.  Leg 1 is the
      *    payer debit, leg 2 a beneficiary credit and leg 3 the
      *    return of a refused credit to the payer, as for a teller
      *    transfer.
      *
       WJ010.
           ADD 1 TO WS-JOURNAL-LEG-NO.

           INITIALIZE CRAJRNL-FILE-REC.

           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-HH TO WS-JRNL-TIME-HH.
           MOVE WS-RUN-TIME-MM TO WS-JRNL-TIME-MM.
           MOVE WS-RUN-TIME-SS TO WS-JRNL-TIME-SS.

           COMPUTE WS-BATCH-UTIME =
              ((WS-DAYS-SINCE-1900 * 86400)
               + (WS-RUN-TIME-HH * 3600)
               + (WS-RUN-TIME-MM * 60)
               + WS-RUN-TIME-SS) * 1000
              + (WS-RUN-TIME-HS * 10).

           MOVE WS-POSTING-SEQ     TO CRAJRNL-TASKNO.
           MOVE WS-BATCH-UTIME     TO CRAJRNL-UTIME-KEY.
           MOVE SUBPGM-ACCNO       TO CRAJRNL-ACCNO.
           MOVE WS-JOURNAL-LEG-NO  TO CRAJRNL-LEG-NO.
           MOVE SUBPGM-SORTC       TO CRAJRNL-SORTC.
           MOVE SUBPGM-AMT         TO CRAJRNL-AMT.
           MOVE 'T'                TO CRAJRNL-ACTION.
           MOVE SUBPGM-SUCCESS     TO CRAJRNL-SUCCESS.
           MOVE SUBPGM-FAIL-CODE   TO CRAJRNL-FAIL-CODE.
           MOVE SUBPGM-APPLID      TO CRAJRNL-APPLID.
           MOVE SUBPGM-USERID      TO CRAJRNL-USERID.
           MOVE SPACES             TO CRAJRNL-NETWRK-ID.
           MOVE WS-JRNL-DATE       TO CRAJRNL-DATE.
           MOVE WS-JRNL-TIME       TO CRAJRNL-TIME.

           WRITE CRAJRNL-FILE-REC.
           IF NOT WS-CRAJRNL-OK
              DISPLAY 'ERROR WRITING CRAJRNL-FILE STATUS '
                      WS-CRAJRNL-STATUS
              PERFORM REFUSE-RUN
           END-IF.

       WJ999.
           EXIT.


       GET-DAYS-IN-MONTH SECTION.
       GD010.
           EVALUATE WS-VALUE-MM
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-DAYS-IN-MONTH
              WHEN 2
                 MOVE 28 TO WS-DAYS-IN-MONTH
                 DIVIDE WS-VALUE-YYYY BY 4
                    GIVING WS-LEAP-QUOTIENT
                    REMAINDER WS-LEAP-REMAINDER
                 IF WS-LEAP-REMAINDER = ZERO
                    MOVE 29 TO WS-DAYS-IN-MONTH
                    DIVIDE WS-VALUE-YYYY BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                    IF WS-LEAP-REMAINDER = ZERO
                       MOVE 28 TO WS-DAYS-IN-MONTH
                       DIVIDE WS-VALUE-YYYY BY 400
                          GIVING WS-LEAP-QUOTIENT
                          REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = ZERO
                          MOVE 29 TO WS-DAYS-IN-MONTH
                       END-IF
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

       GD999.
           EXIT.


       WRITE-FILE-DETAILS SECTION.
      *
      *    Identify the file at the head of the report, then the
      *    column headings for the returned lines that follow.
      *
       WF010.
           MOVE 'FILE REFERENCE'          TO INF-DESC.
           MOVE WS-FILE-REF               TO INF-VALUE.
           WRITE BULK-REPORT-LINE FROM WS-INFO-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'PAYING ACCOUNT'          TO INF-DESC.
           MOVE WS-PAY-ACCNO              TO INF-VALUE.
           WRITE BULK-REPORT-LINE FROM WS-INFO-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'VALUE DATE'              TO INF-DESC.
           MOVE WS-VALUE-DATE             TO INF-VALUE.
           WRITE BULK-REPORT-LINE FROM WS-INFO-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'ORIGINATOR'              TO INF-DESC.
           MOVE WS-ORIGINATOR             TO INF-VALUE.
           WRITE BULK-REPORT-LINE FROM WS-INFO-LINE.
           PERFORM CHECK-REPORT-STATUS.

           IF WS-RESUMING
              MOVE 'RESUMED - PAYER DEBITED ON' TO INF-DESC
              MOVE WS-DEBIT-RUN-DATE          TO INF-VALUE
              WRITE BULK-REPORT-LINE FROM WS-INFO-LINE
              PERFORM CHECK-REPORT-STATUS
           END-IF.

           WRITE BULK-REPORT-LINE FROM WS-HEADING-2.
           PERFORM CHECK-REPORT-STATUS.

       WF999.
           EXIT.


       WRITE-RUN-TOTALS SECTION.
       WT010.
           MOVE 'LINES ON FILE'               TO TOT-DESC.
           MOVE WS-DETAIL-COUNT               TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                TO TOT-CNT.
           WRITE BULK-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'LINES CREDITED'              TO TOT-DESC.
           MOVE WS-LINES-CREDITED             TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                TO TOT-CNT.
           WRITE BULK-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'LINES RETURNED'              TO TOT-DESC.
           MOVE WS-LINES-RETURNED             TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                TO TOT-CNT.
           WRITE BULK-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'LINES RE-CREDITED TO PAYER'  TO TOT-DESC.
           MOVE WS-LINES-REFUNDED             TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                TO TOT-CNT.
           WRITE BULK-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'LINES NOT RE-CREDITED'       TO TOT-DESC.
           MOVE WS-LINES-NOT-REFUNDED         TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                TO TOT-CNT.
           WRITE BULK-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'LINES DONE BY EARLIER RUN'   TO TOT-DESC.
           MOVE WS-LINES-ALREADY-DONE         TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                TO TOT-CNT.
           WRITE BULK-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'FILE HASH TOTAL'              TO MNY-DESC.
           MOVE WS-DETAIL-HASH                 TO WS-BIG-AMT-DISPLAY.
           MOVE WS-BIG-AMT-DISPLAY             TO MNY-AMT.
           WRITE BULK-REPORT-LINE FROM WS-MONEY-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'DEBITED TO PAYING ACCOUNT'    TO MNY-DESC.
           MOVE WS-AMT-DEBITED                 TO WS-BIG-AMT-DISPLAY.
           MOVE WS-BIG-AMT-DISPLAY             TO MNY-AMT.
           WRITE BULK-REPORT-LINE FROM WS-MONEY-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'CREDITED TO BENEFICIARIES'    TO MNY-DESC.
           MOVE WS-AMT-CREDITED                TO WS-BIG-AMT-DISPLAY.
           MOVE WS-BIG-AMT-DISPLAY             TO MNY-AMT.
           WRITE BULK-REPORT-LINE FROM WS-MONEY-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'RE-CREDITED TO PAYING ACCOUNT' TO MNY-DESC.
           MOVE WS-AMT-REFUNDED                TO WS-BIG-AMT-DISPLAY.
           MOVE WS-BIG-AMT-DISPLAY             TO MNY-AMT.
           WRITE BULK-REPORT-LINE FROM WS-MONEY-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'NOT RE-CREDITED - SEE SUPPORT' TO MNY-DESC.
           MOVE WS-AMT-NOT-REFUNDED            TO WS-BIG-AMT-DISPLAY.
           MOVE WS-BIG-AMT-DISPLAY             TO MNY-AMT.
           WRITE BULK-REPORT-LINE FROM WS-MONEY-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE SPACES TO RES-TEXT.
           EVALUATE TRUE
              WHEN WS-FILE-REFUSED
                 STRING 'REFUSED - ' WS-FILE-TEXT
                        ' - NOTHING POSTED'
                        DELIMITED BY SIZE
                        INTO RES-TEXT
              WHEN NOT WS-FILE-ACCEPTED
                 STRING 'NOT POSTED - ' WS-FILE-TEXT
                        ' - ALL LINES RETURNED'
                        DELIMITED BY SIZE
                        INTO RES-TEXT
              WHEN NOT WS-PAYER-DEBITED
                 MOVE 'NOT POSTED - NO VALID LINES - ALL RETURNED'
                    TO RES-TEXT
              WHEN WS-LINES-NOT-REFUNDED > ZERO
                 MOVE 'POSTED - LINES NOT RE-CREDITED, CONTACT SUPPORT'
                    TO RES-TEXT
              WHEN OTHER
                 MOVE 'POSTED' TO RES-TEXT
           END-EVALUATE.
           WRITE BULK-REPORT-LINE FROM WS-RESULT-LINE.
           PERFORM CHECK-REPORT-STATUS.

       WT999.
           EXIT.


       CHECK-BULKRET-STATUS SECTION.
       CB010.
           IF NOT WS-BULKRET-OK
              DISPLAY 'ERROR WRITING BULKRET-FILE STATUS '
                      WS-BULKRET-STATUS
              PERFORM REFUSE-RUN
           END-IF.

       CB999.
           EXIT.


       CHECK-REPORT-STATUS SECTION.
       CK010.
           IF NOT WS-REPORT-OK
              DISPLAY 'ERROR WRITING BULK-REPORT STATUS '
                      WS-REPORT-STATUS
              PERFORM REFUSE-RUN
           END-IF.

       CK999.
           EXIT.


       RECORD-RUN-START SECTION.
      *
      *    Stamp this run started on the shared RUNCTL file.  Bulk
      *    files are run as they arrive during the day, ahead of the
      *    reconciliation, so the run declares no predecessors.
      *
       RC010.
           INITIALIZE RNCTL-PARMS.
           SET RNCTL-FUNC-START TO TRUE.
           MOVE 'BNKBULK' TO RNCTL-JOBNAME.
           MOVE ZERO      TO RNCTL-PRED-COUNT.

           CALL 'BNKRNCTL' USING RNCTL-PARMS
              ON EXCEPTION
                 SET RNCTL-REFUSED TO TRUE
                 MOVE 'RUN-CONTROL PROGRAM UNAVAILABLE'
                    TO RNCTL-REASON
           END-CALL.

           IF RNCTL-REFUSED
              DISPLAY 'BNKBULK - NOT CLEAR TO START - '
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
           MOVE RETURN-CODE     TO RNCTL-RETCODE.
           MOVE WS-DETAIL-COUNT TO RNCTL-REC-COUNT.

           CALL 'BNKRNCTL' USING RNCTL-PARMS
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       RD999.
           EXIT.


       REFUSE-RUN SECTION.
       RR010.
      *
      *    A controlled stand-down with return code 8.  Whatever has
      *    posted is already on BULKDONE, so the rerun carries on
      *    from where this one stopped.
      *
           MOVE 8 TO RETURN-CODE.
           PERFORM RECORD-RUN-END.
           PERFORM TERMINATE-RUN.

       RR999.
           EXIT.


       TERMINATE-RUN SECTION.
       TE010.
           IF WS-BULKIN-OPEN
              CLOSE BULKIN-FILE
           END-IF.
           IF WS-BULKDONE-OPEN
              CLOSE BULKDONE-FILE
           END-IF.
           IF WS-CRAJRNL-OPEN
              CLOSE CRAJRNL-FILE
           END-IF.
           IF WS-ACCTSTS-OPEN
              CLOSE ACCTSTS-FILE
           END-IF.
           IF WS-BULKRET-OPEN
              CLOSE BULKRET-FILE
           END-IF.
           IF WS-REPORT-OPEN
              CLOSE BULK-REPORT
           END-IF.
           STOP RUN.

       TE999.
           EXIT.
