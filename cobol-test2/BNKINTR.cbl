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
      * BNKINTR - nightly interest accrual and month-end interest
      * posting for the BANKING application.  Runs after BNKPOSUP,
      * so the ACCTPOS balances it reads are as at the close of the
      * business day just rolled.
      *
      * Every night each account's interest is worked out from its
      * ACCTPOS balance at the rate the INTRATE table gives for its
      * sort code and balance band - the credit rate for a balance
      * in credit, the overdrawn rate for a balance below zero, on
      * an actual/365 basis - and added to the accrued-to-date figure
      * on the INTACCR accrual file.  A night the run did not happen
      * is caught up on the next run at that night's balance.  A
      * sort code with no bands of its own uses the site default
      * (sort code zero); an account no band covers is reported and
      * accrues nothing.
      *
      * On the last calendar day of the month (or any night the SYSIN
      * card carries POST in columns 1-4; NOPOST suppresses a month
      * end) each account's accrual, rounded to the cent, is posted
      * through DBCRFUN - a credit for credit interest, a debit for
      * overdrawn interest - and journalled to CRAJRNL under the
      * interest action code so BNKSTMT describes it as interest.
      * The posted amount comes off the accrual; a posting DBCRFUN
      * refuses leaves the accrual to be carried forward.
      *
      * The report lists every account that accrued or posted, then
      * the interest posted per sort code and the run totals.  The
      * postings go into tomorrow's journal, so the per-sort-code
      * figures are exactly the interest element of the net movement
      * the next BNKRECON reports for each sort code.
      *
      * The run is rerun-safe: INTACCR carries the date each account
      * was last accrued and last posted, and a rerun for the same
      * business date does neither again.
      *
      * Postings are checked against the ACCTSTS account status
      * master first, as every posting path is: a closed account
      * takes no interest at all, and a frozen or held account is
      * not debited overdrawn interest.  Either way the posting is
      * journalled as refused and the accrual carries forward.  A
      * closed account stops accruing too, so nothing builds up
      * behind a posting that can only ever be refused.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKINTR.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTPOS-FILE  ASSIGN TO ACCTPOS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ACCTPOS-KEY
              FILE STATUS IS WS-ACCTPOS-STATUS.

           SELECT INTRATE-FILE  ASSIGN TO INTRATE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS INTRATE-KEY
              FILE STATUS IS WS-INTRATE-STATUS.

           SELECT INTACCR-FILE  ASSIGN TO INTACCR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS INTACCR-KEY
              FILE STATUS IS WS-INTACCR-STATUS.

           SELECT CRAJRNL-FILE  ASSIGN TO CRAJRNL
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CRAJRNL-STATUS.

           SELECT ACCTSTS-FILE  ASSIGN TO ACCTSTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACCTSTS-KEY
              FILE STATUS IS WS-ACCTSTS-STATUS.

           SELECT INTR-REPORT   ASSIGN TO INTRRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTPOS-FILE.
       01  ACCTPOS-REC.
           COPY ACCTPOS.

       FD  INTRATE-FILE.
       01  INTRATE-REC.
           COPY INTRATE.

       FD  INTACCR-FILE.
       01  INTACCR-REC.
           COPY INTACCR.

       FD  CRAJRNL-FILE
           RECORDING MODE IS F.
       01  CRAJRNL-FILE-REC.
           COPY CRAJRNL.

       FD  ACCTSTS-FILE.
       01  ACCTSTS-REC.
           COPY ACCTSTS.

       FD  INTR-REPORT
           RECORDING MODE IS F.
       01  INTR-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
      *
      * Switches
      *
       01 SWITCHES.
          03 ACCTPOS-EOF-SW            PIC X         VALUE 'N'.
             88 ACCTPOS-EOF                          VALUE 'Y'.
          03 POSTING-RUN-SW            PIC X         VALUE 'N'.
             88 POSTING-RUN                          VALUE 'Y'.
          03 ACCRUAL-NEW-SW            PIC X         VALUE 'N'.
             88 ACCRUAL-NEW                          VALUE 'Y'.
          03 RATE-FOUND-SW             PIC X         VALUE 'N'.
             88 RATE-FOUND                           VALUE 'Y'.
          03 ACCOUNT-ACTED-SW          PIC X         VALUE 'N'.
             88 ACCOUNT-ACTED                        VALUE 'Y'.
          03 ACCOUNT-CLOSED-SW         PIC X         VALUE 'N'.
             88 ACCOUNT-CLOSED                       VALUE 'Y'.

      *
      * File status bytes.
      *
       01 WS-ACCTPOS-STATUS            PIC X(02)     VALUE SPACES.
          88 WS-ACCTPOS-OK                           VALUE '00'.
          88 WS-ACCTPOS-EOF-STATUS                   VALUE '10'.
          88 WS-ACCTPOS-NOTFND                       VALUE '23'.
       01 WS-INTRATE-STATUS            PIC X(02)     VALUE SPACES.
          88 WS-INTRATE-OK                           VALUE '00'.
          88 WS-INTRATE-EOF-STATUS                   VALUE '10'.
          88 WS-INTRATE-NOTFND                       VALUE '23'.
       01 WS-INTACCR-STATUS            PIC X(02)     VALUE SPACES.
          88 WS-INTACCR-OK                           VALUE '00'.
          88 WS-INTACCR-NOTFND                       VALUE '23'.
          88 WS-INTACCR-NOFILE                       VALUE '35'.
       01 WS-CRAJRNL-STATUS            PIC X(02)     VALUE SPACES.
          88 WS-CRAJRNL-OK                           VALUE '00'.
          88 WS-CRAJRNL-NOFILE                       VALUE '35'.
       01 WS-ACCTSTS-STATUS            PIC X(02)     VALUE SPACES.
          88 WS-ACCTSTS-OK                           VALUE '00'.
          88 WS-ACCTSTS-NOTFND                       VALUE '23'.
          88 WS-ACCTSTS-NOFILE                       VALUE '35'.
       01 WS-REPORT-STATUS             PIC X(02)     VALUE SPACES.
          88 WS-REPORT-OK                            VALUE '00'.

      *
      * Tracks which files actually reached an open state, so
      * TERMINATE-RUN only closes files it really opened.
      *
       01 WS-ACCTPOS-OPEN-SW           PIC X         VALUE 'N'.
          88 WS-ACCTPOS-OPEN                         VALUE 'Y'.
       01 WS-INTRATE-OPEN-SW           PIC X         VALUE 'N'.
          88 WS-INTRATE-OPEN                         VALUE 'Y'.
       01 WS-INTACCR-OPEN-SW           PIC X         VALUE 'N'.
          88 WS-INTACCR-OPEN                         VALUE 'Y'.
       01 WS-CRAJRNL-OPEN-SW           PIC X         VALUE 'N'.
          88 WS-CRAJRNL-OPEN                         VALUE 'Y'.
       01 WS-ACCTSTS-OPEN-SW           PIC X         VALUE 'N'.
          88 WS-ACCTSTS-OPEN                         VALUE 'Y'.
       01 WS-REPORT-OPEN-SW            PIC X         VALUE 'N'.
          88 WS-REPORT-OPEN                          VALUE 'Y'.

      *
      * Set when the account status master refuses a leg, so the
      * leg is journalled without ever reaching DBCRFUN.
      *
       01 WS-STATUS-REFUSED-SW         PIC X         VALUE 'N'.
          88 WS-STATUS-REFUSED                      VALUE 'Y'.

      *
      * Run date, picked up once at initialisation so an overnight
      * run accrues and posts every account against the same
      * business date even if it straddles midnight.
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
      * SYSIN card: POST forces a posting run on a night that is not
      * month end (a month-end run that failed and is being caught
      * up), NOPOST holds the month-end posting back.  Blank or
      * anything else leaves the calendar to decide.
      *
       01 WS-PARM-CARD                 PIC X(80)     VALUE SPACES.

       01 WS-DAYS-IN-MONTH             PIC 9(2)      VALUE ZERO.
       01 WS-LEAP-QUOTIENT             PIC 9(4)      VALUE ZERO.
       01 WS-LEAP-REMAINDER            PIC 9(4)      VALUE ZERO.

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
      * The sort code the posting was journalled under, kept here
      * because the journal record area cannot be relied on once
      * the record has been written.
      *
       01 WS-JRNL-SORTC                PIC 9(6)      VALUE ZERO.

      *
      * Substitutes for the EIBTASKN / ABSTIME values the online
      * journal writer uses in the CRAJRNL key, the same way
      * BNKSTORD builds them.
      *
       01 WS-POSTING-SEQ               PIC 9(7)      VALUE ZERO.
       01 WS-BATCH-UTIME               PIC S9(15) COMP-3 VALUE ZERO.
       01 WS-DAYS-SINCE-1900           PIC 9(7)      VALUE ZERO.

       01 WS-JOURNAL-LEG-NO            PIC 9(1)      VALUE 0.

      *
      * Parameter area for the CALLed DBCRFUN debit-credit engine -
      * the same layout BNK1CRA builds for its online legs, with
      * fixed batch identifiers in the origin block.
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
       01 WS-BATCH-USERID              PIC X(8)      VALUE 'BNKINTR '.

      *
      * Interest work fields.  The band lookup is on the balance
      * without its sign; the rate applied is then the credit or
      * the overdrawn rate by the sign of the balance, so overdrawn
      * interest comes out negative - a debit - with no further
      * sign handling.
      *
       01 WS-ABS-BALANCE               PIC 9(13)V99  VALUE ZERO.
       01 WS-BAND-SORTC                PIC 9(6)      VALUE ZERO.
       01 WS-APPLIED-RATE              PIC 9(2)V9(4) VALUE ZERO.
       01 WS-ACCR-DAYS                 PIC 9(5)      VALUE ZERO.
       01 WS-DAY-INTEREST              PIC S9(11)V9(6) VALUE ZERO.
       01 WS-POST-AMT                  PIC S9(10)V99 VALUE ZERO.
       01 WS-DISPOSITION               PIC X(31)     VALUE SPACES.

      *
      * Per-sort-code interest posted, for the tie to BNKRECON's
      * per-sort-code net.  Sized as BNKRECON's own table is.
      *
       01 WS-SORTC-TABLE.
          03 WS-SORTC-COUNT            PIC 9(04) COMP VALUE ZERO.
          03 WS-SORTC-ENTRY OCCURS 500 TIMES.
             05 WS-SORTC-ENTRY-CODE    PIC 9(06)      VALUE ZERO.
             05 WS-SORTC-ENTRY-CR      PIC S9(13)V99  VALUE ZERO.
             05 WS-SORTC-ENTRY-DB      PIC S9(13)V99  VALUE ZERO.
             05 WS-SORTC-ENTRY-CNT     PIC 9(07) COMP VALUE ZERO.

       01 WS-SUB                       PIC 9(04) COMP VALUE ZERO.
       01 WS-FOUND-SW                  PIC X          VALUE 'N'.
          88 WS-FOUND                                VALUE 'Y'.

      *
      * Parameter area for the CALLed BNKRNCTL run-control
      * subprogram - every batch in the suite stamps its start and
      * end on the shared RUNCTL file through it.
      *
       01 RNCTL-PARMS.
           COPY RNCTLPRM.

      *
      * Run counters and money totals
      *
       01 WS-ACCOUNTS-READ             PIC 9(07) COMP VALUE ZERO.
       01 WS-ACCOUNTS-ACCRUED          PIC 9(07) COMP VALUE ZERO.
       01 WS-ALREADY-ACCRUED           PIC 9(07) COMP VALUE ZERO.
       01 WS-NO-RATE                   PIC 9(07) COMP VALUE ZERO.
       01 WS-CLOSED-SKIPPED            PIC 9(07) COMP VALUE ZERO.
       01 WS-POSTINGS-MADE             PIC 9(07) COMP VALUE ZERO.
       01 WS-POSTINGS-REJECTED         PIC 9(07) COMP VALUE ZERO.
       01 WS-ALREADY-POSTED            PIC 9(07) COMP VALUE ZERO.

       01 WS-TOTAL-ACCRUED             PIC S9(13)V9(6) VALUE ZERO.
       01 WS-TOTAL-CR-POSTED           PIC S9(15)V99 VALUE ZERO.
       01 WS-TOTAL-DB-POSTED           PIC S9(15)V99 VALUE ZERO.
       01 WS-TOTAL-NET-POSTED          PIC S9(15)V99 VALUE ZERO.
       01 WS-SORTC-NET                 PIC S9(13)V99 VALUE ZERO.

      *
      * Report line work areas
      *
       01 WS-BAL-DISPLAY               PIC +9(13).99.
       01 WS-RATE-DISPLAY              PIC Z9.9999.
       01 WS-DAYS-DISPLAY              PIC ZZ9.
       01 WS-DAY-INT-DISPLAY           PIC +9(7).9999.
       01 WS-ACCR-DISPLAY              PIC +9(9).9999.
       01 WS-AMT-DISPLAY               PIC +9(10).99.
       01 WS-NET-DISPLAY               PIC +9(15).99.
       01 WS-BIG-ACCR-DISPLAY          PIC +9(13).9999.
       01 WS-CNT-DISPLAY               PIC ZZZ,ZZ9.

       01 WS-HEADING-1.
          03 FILLER                    PIC X(48) VALUE
             'BNKINTR - INTEREST ACCRUAL AND POSTING REPORT'.
          03 FILLER                    PIC X(14) VALUE
             'BUSINESS DATE '.
          03 HDG-RUN-DATE              PIC 9(8).
          03 FILLER                    PIC X(4)  VALUE SPACES.
          03 HDG-RUN-TYPE              PIC X(40).
          03 FILLER                    PIC X(18) VALUE SPACES.

       01 WS-HEADING-2.
          03 FILLER                    PIC X(10) VALUE
             'ACCOUNT'.
          03 FILLER                    PIC X(8)  VALUE
             'SORT CD'.
          03 FILLER                    PIC X(19) VALUE
             'ACCTPOS BALANCE'.
          03 FILLER                    PIC X(9)  VALUE
             'RATE %'.
          03 FILLER                    PIC X(5)  VALUE
             'DAYS'.
          03 FILLER                    PIC X(15) VALUE
             'INTEREST'.
          03 FILLER                    PIC X(17) VALUE
             'ACCRUED TO DATE'.
          03 FILLER                    PIC X(16) VALUE
             'POSTED'.
          03 FILLER                    PIC X(33) VALUE
             'DISPOSITION'.

       01 WS-DETAIL-LINE.
          03 DET-ACCNO                 PIC X(08).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-SORTC                 PIC X(06).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-BAL                   PIC X(17).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-RATE                  PIC X(07).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-DAYS                  PIC X(03).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-DAY-INT               PIC X(13).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-ACCRUED               PIC X(15).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-POSTED                PIC X(14).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-DISPOSITION           PIC X(31).

       01 WS-SORTC-HEADING.
          03 FILLER                    PIC X(60) VALUE
             'INTEREST POSTED BY SORT CODE - TIES TO NEXT BNKRECON NET'.
          03 FILLER                    PIC X(72) VALUE SPACES.

       01 WS-SORTC-HEADING-2.
          03 FILLER                    PIC X(12) VALUE
             'SORT CODE'.
          03 FILLER                    PIC X(20) VALUE
             'CREDIT INTEREST'.
          03 FILLER                    PIC X(20) VALUE
             'OVERDRAWN INTEREST'.
          03 FILLER                    PIC X(20) VALUE
             'NET POSTED'.
          03 FILLER                    PIC X(60) VALUE
             'POSTINGS'.

       01 WS-SORTC-LINE.
          03 SCL-SORTC                 PIC X(06).
          03 FILLER                    PIC X(06) VALUE SPACES.
          03 SCL-CR                    PIC X(17).
          03 FILLER                    PIC X(03) VALUE SPACES.
          03 SCL-DB                    PIC X(17).
          03 FILLER                    PIC X(03) VALUE SPACES.
          03 SCL-NET                   PIC X(17).
          03 FILLER                    PIC X(03) VALUE SPACES.
          03 SCL-CNT                   PIC X(10).
          03 FILLER                    PIC X(50) VALUE SPACES.

       01 WS-TOTAL-LINE.
          03 TOT-DESC                  PIC X(30).
          03 TOT-CNT                   PIC X(10).
          03 FILLER                    PIC X(92) VALUE SPACES.

       01 WS-MONEY-LINE.
          03 MNY-DESC                  PIC X(30).
          03 MNY-AMT                   PIC X(19).
          03 FILLER                    PIC X(83) VALUE SPACES.

       01 WS-BLANK-LINE                PIC X(132)    VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
       MP010.
           PERFORM INITIALISE-RUN.
           PERFORM PROCESS-ACCOUNT THRU PA999
              UNTIL ACCTPOS-EOF.
           PERFORM WRITE-SORTC-TOTALS.
           PERFORM WRITE-RUN-TOTALS.
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

      *
      *    Month end is the last calendar day of the month; the
      *    SYSIN card can force or hold back a posting run.
      *
           PERFORM GET-DAYS-IN-MONTH.
           IF WS-RUN-DATE-DD = WS-DAYS-IN-MONTH
              SET POSTING-RUN TO TRUE
           END-IF.

           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-CARD(1:6) = 'NOPOST'
              MOVE 'N' TO POSTING-RUN-SW
           ELSE
              IF WS-PARM-CARD(1:4) = 'POST'
                 SET POSTING-RUN TO TRUE
              END-IF
           END-IF.

           PERFORM RECORD-RUN-START.

           OPEN INPUT ACCTPOS-FILE.
           IF WS-ACCTPOS-OK
              SET WS-ACCTPOS-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING ACCTPOS-FILE STATUS '
                      WS-ACCTPOS-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           OPEN INPUT INTRATE-FILE.
           IF WS-INTRATE-OK
              SET WS-INTRATE-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING INTRATE-FILE STATUS '
                      WS-INTRATE-STATUS
              PERFORM REFUSE-RUN
           END-IF.

      *
      *    First run at a site finds no accrual file - create it
      *    empty, every account then starts accruing tonight.
      *
           OPEN I-O INTACCR-FILE.
           IF WS-INTACCR-NOFILE
              OPEN OUTPUT INTACCR-FILE
              CLOSE INTACCR-FILE
              OPEN I-O INTACCR-FILE
           END-IF.
           IF WS-INTACCR-OK
              SET WS-INTACCR-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING INTACCR-FILE STATUS '
                      WS-INTACCR-STATUS
              PERFORM REFUSE-RUN
           END-IF.

      *
      *    The journal is appended to, never rewound.  A brand-new
      *    journal (nothing posted yet today) extends an empty file.
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

           OPEN OUTPUT INTR-REPORT.
           IF WS-REPORT-OK
              SET WS-REPORT-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING INTR-REPORT STATUS '
                      WS-REPORT-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           IF POSTING-RUN
              MOVE 'ACCRUAL AND MONTH-END POSTING RUN' TO HDG-RUN-TYPE
           ELSE
              MOVE 'ACCRUAL RUN - NO POSTING' TO HDG-RUN-TYPE
           END-IF.

           WRITE INTR-REPORT-LINE FROM WS-HEADING-1.
           PERFORM CHECK-REPORT-STATUS.
           WRITE INTR-REPORT-LINE FROM WS-HEADING-2.
           PERFORM CHECK-REPORT-STATUS.

      *
      *    Position the master at its first account.  An empty
      *    master simply accrues nothing.
      *
           MOVE LOW-VALUES TO ACCTPOS-ACCNO.
           START ACCTPOS-FILE KEY NOT < ACCTPOS-KEY.
           IF WS-ACCTPOS-NOTFND OR WS-ACCTPOS-EOF-STATUS
              MOVE 'Y' TO ACCTPOS-EOF-SW
              GO TO IR999
           END-IF.
           IF NOT WS-ACCTPOS-OK
              DISPLAY 'ERROR STARTING ACCTPOS-FILE STATUS '
                      WS-ACCTPOS-STATUS
              PERFORM REFUSE-RUN
           END-IF.

       IR999.
           EXIT.


       PROCESS-ACCOUNT SECTION.
       PA010.
           READ ACCTPOS-FILE NEXT
              AT END
                 MOVE 'Y' TO ACCTPOS-EOF-SW
                 GO TO PA999
           END-READ.

           IF NOT WS-ACCTPOS-OK AND NOT WS-ACCTPOS-EOF-STATUS
              DISPLAY 'ERROR READING ACCTPOS-FILE STATUS '
                      WS-ACCTPOS-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           ADD 1 TO WS-ACCOUNTS-READ.

           MOVE 'N'    TO ACCOUNT-ACTED-SW.
           MOVE ZERO   TO WS-APPLIED-RATE.
           MOVE ZERO   TO WS-ACCR-DAYS.
           MOVE ZERO   TO WS-DAY-INTEREST.
           MOVE ZERO   TO WS-POST-AMT.
           MOVE SPACES TO WS-DISPOSITION.

           PERFORM READ-ACCRUAL.
           PERFORM ACCRUE-INTEREST.

           IF POSTING-RUN
              PERFORM POST-INTEREST
           END-IF.

      *
      *    The accrual is written back straight after any posting,
      *    so the posted date is on file before the next account is
      *    touched.
      *
           PERFORM SAVE-ACCRUAL.

           IF ACCOUNT-ACTED
              PERFORM WRITE-ACCOUNT-DETAIL
           END-IF.

       PA999.
           EXIT.


       READ-ACCRUAL SECTION.
      *
      *    Fetch the account's accrual record, or start a new one at
      *    zero the first time the account is seen.
      *
       RA010.
           MOVE 'N' TO ACCRUAL-NEW-SW.

           MOVE ACCTPOS-ACCNO TO INTACCR-ACCNO.
           READ INTACCR-FILE.

           IF WS-INTACCR-NOTFND
              SET ACCRUAL-NEW TO TRUE
              INITIALIZE INTACCR-REC
              MOVE ACCTPOS-ACCNO TO INTACCR-ACCNO
              GO TO RA999
           END-IF.

           IF NOT WS-INTACCR-OK
              DISPLAY 'ERROR READING INTACCR-FILE STATUS '
                      WS-INTACCR-STATUS
              PERFORM REFUSE-RUN
           END-IF.

       RA999.
           EXIT.


       ACCRUE-INTEREST SECTION.
      *
      *    Add the nights since the account was last accrued, at
      *    tonight's balance and rate, to the accrued-to-date figure.
      *
       AI010.
           MOVE ACCTPOS-SORTC TO INTACCR-SORTC.

           IF INTACCR-LAST-ACCR-DATE = WS-RUN-DATE
              ADD 1 TO WS-ALREADY-ACCRUED
              GO TO AI999
           END-IF.

      *
      *    A closed account accrues nothing.  The nights still count
      *    as accrued, so a reopened account starts from the night
      *    it reopened rather than from before it closed.
      *
           PERFORM CHECK-ACCOUNT-CLOSED.
           IF ACCOUNT-CLOSED
              ADD 1 TO WS-CLOSED-SKIPPED
              MOVE WS-RUN-DATE TO INTACCR-LAST-ACCR-DATE
              MOVE ZERO TO INTACCR-LAST-RATE
              GO TO AI999
           END-IF.

           IF INTACCR-LAST-ACCR-DATE = ZERO
              OR INTACCR-LAST-ACCR-DATE > WS-RUN-DATE
              MOVE 1 TO WS-ACCR-DAYS
           ELSE
              COMPUTE WS-ACCR-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(INTACCR-LAST-ACCR-DATE)
           END-IF.

           MOVE WS-RUN-DATE TO INTACCR-LAST-ACCR-DATE.

      *
      *    A zero balance earns and costs nothing and needs no rate.
      *
           IF ACCTPOS-BALANCE = ZERO
              MOVE ZERO TO INTACCR-LAST-RATE
              GO TO AI999
           END-IF.

           PERFORM FIND-RATE.

           IF NOT RATE-FOUND
              ADD 1 TO WS-NO-RATE
              MOVE ZERO TO INTACCR-LAST-RATE
              MOVE 'NO RATE BAND - NOT ACCRUED' TO WS-DISPOSITION
              SET ACCOUNT-ACTED TO TRUE
              GO TO AI999
           END-IF.

           IF ACCTPOS-BALANCE > ZERO
              MOVE INTRATE-CREDIT-RATE    TO WS-APPLIED-RATE
           ELSE
              MOVE INTRATE-OVERDRAWN-RATE TO WS-APPLIED-RATE
           END-IF.

           MOVE WS-APPLIED-RATE TO INTACCR-LAST-RATE.

           COMPUTE WS-DAY-INTEREST ROUNDED =
              ACCTPOS-BALANCE * WS-APPLIED-RATE * WS-ACCR-DAYS
              / 36500.

           ADD WS-DAY-INTEREST TO INTACCR-ACCRUED.
           ADD WS-DAY-INTEREST TO WS-TOTAL-ACCRUED.
           ADD 1 TO WS-ACCOUNTS-ACCRUED.

           IF WS-DAY-INTEREST NOT = ZERO
              MOVE 'ACCRUED' TO WS-DISPOSITION
              SET ACCOUNT-ACTED TO TRUE
           END-IF.

       AI999.
           EXIT.


       CHECK-ACCOUNT-CLOSED SECTION.
      *
      *    Look the position's account up on the ACCTSTS status
      *    master before it accrues.  No record, or no status master
      *    at all, means open.
      *
       AC010.
           MOVE 'N' TO ACCOUNT-CLOSED-SW.

           IF NOT WS-ACCTSTS-OPEN
              GO TO AC999
           END-IF.

           MOVE ACCTPOS-ACCNO TO ACCTSTS-ACCNO.
           READ ACCTSTS-FILE.

           IF WS-ACCTSTS-NOTFND
              GO TO AC999
           END-IF.

           IF NOT WS-ACCTSTS-OK
              DISPLAY 'ERROR READING ACCTSTS-FILE STATUS '
                      WS-ACCTSTS-STATUS ' ACCOUNT ' ACCTPOS-ACCNO
              PERFORM REFUSE-RUN
           END-IF.

           IF ACCTSTS-CLOSED
              SET ACCOUNT-CLOSED TO TRUE
           END-IF.

       AC999.
           EXIT.


       FIND-RATE SECTION.
      *
      *    The band for a balance is the first record at or above it
      *    for the account's sort code; failing that, the site
      *    default bands under sort code zero.
      *
       FR010.
           MOVE 'N' TO RATE-FOUND-SW.
           MOVE ACCTPOS-BALANCE TO WS-ABS-BALANCE.

           MOVE ACCTPOS-SORTC  TO INTRATE-SORTC.
           MOVE WS-ABS-BALANCE TO INTRATE-BAND-LIMIT.
           PERFORM READ-RATE-BAND.
           IF RATE-FOUND
              GO TO FR999
           END-IF.

           IF ACCTPOS-SORTC = ZERO
              GO TO FR999
           END-IF.

           MOVE ZERO           TO INTRATE-SORTC.
           MOVE WS-ABS-BALANCE TO INTRATE-BAND-LIMIT.
           PERFORM READ-RATE-BAND.

       FR999.
           EXIT.


       READ-RATE-BAND SECTION.
       RB010.
           MOVE INTRATE-SORTC TO WS-BAND-SORTC.

           START INTRATE-FILE KEY NOT < INTRATE-KEY.
           IF WS-INTRATE-NOTFND OR WS-INTRATE-EOF-STATUS
              GO TO RB999
           END-IF.
           IF NOT WS-INTRATE-OK
              DISPLAY 'ERROR STARTING INTRATE-FILE STATUS '
                      WS-INTRATE-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           READ INTRATE-FILE NEXT
              AT END
                 GO TO RB999
           END-READ.
           IF NOT WS-INTRATE-OK
              DISPLAY 'ERROR READING INTRATE-FILE STATUS '
                      WS-INTRATE-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           IF INTRATE-SORTC = WS-BAND-SORTC
              SET RATE-FOUND TO TRUE
           END-IF.

       RB999.
           EXIT.


       POST-INTEREST SECTION.
      *
      *    Month end: post the accrual, rounded to the cent, as one
      *    DBCRFUN leg - positive credits the account, negative
      *    debits it - and journal it under the interest action code
      *    whatever the outcome.  Only a successful posting comes off
      *    the accrual.
      *
       PI010.
           IF INTACCR-LAST-POST-DATE = WS-RUN-DATE
              ADD 1 TO WS-ALREADY-POSTED
              MOVE 'ALREADY POSTED THIS DAY' TO WS-DISPOSITION
              SET ACCOUNT-ACTED TO TRUE
              GO TO PI999
           END-IF.

           COMPUTE WS-POST-AMT ROUNDED = INTACCR-ACCRUED.
           IF WS-POST-AMT = ZERO
              GO TO PI999
           END-IF.

           SET ACCOUNT-ACTED TO TRUE.

           MOVE 0 TO WS-JOURNAL-LEG-NO.
           ADD 1 TO WS-POSTING-SEQ.

           INITIALIZE SUBPGM-PARMS.
           MOVE ACCTPOS-ACCNO TO SUBPGM-ACCNO.
           MOVE WS-POST-AMT   TO SUBPGM-AMT.
           SET SUBPGM-FUNC-POST TO TRUE.

           PERFORM CALL-DBCRFUN.
           PERFORM WRITE-JOURNAL.

           IF SUBPGM-SUCCESS NOT = 'Y'
              ADD 1 TO WS-POSTINGS-REJECTED
              MOVE SPACES TO WS-DISPOSITION
              STRING 'REJECTED FAIL CODE '
                     SUBPGM-FAIL-CODE
                     ' - CARRIED'
                     DELIMITED BY SIZE
                     INTO WS-DISPOSITION
              MOVE ZERO TO WS-POST-AMT
              GO TO PI999
           END-IF.

           SUBTRACT WS-POST-AMT FROM INTACCR-ACCRUED.
           MOVE WS-RUN-DATE   TO INTACCR-LAST-POST-DATE.
           MOVE WS-POST-AMT   TO INTACCR-LAST-POST-AMT.

           ADD 1 TO WS-POSTINGS-MADE.
           ADD WS-POST-AMT TO WS-TOTAL-NET-POSTED.
           IF WS-POST-AMT > ZERO
              ADD WS-POST-AMT TO WS-TOTAL-CR-POSTED
           ELSE
              ADD WS-POST-AMT TO WS-TOTAL-DB-POSTED
           END-IF.

           PERFORM POST-TO-SORTC-TABLE.

           MOVE 'POSTED' TO WS-DISPOSITION.

       PI999.
           EXIT.


       POST-TO-SORTC-TABLE SECTION.
      *
      *    Accumulate the posting under the sort code it was
      *    journalled with - the figure BNKRECON will total.
      *
       PS010.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 1   TO WS-SUB.

       PS020.
           IF WS-SUB > WS-SORTC-COUNT
              GO TO PS040
           END-IF.

           IF WS-SORTC-ENTRY-CODE(WS-SUB) = WS-JRNL-SORTC
              MOVE 'Y' TO WS-FOUND-SW
              GO TO PS040
           END-IF.

           ADD 1 TO WS-SUB.
           GO TO PS020.

       PS040.
           IF NOT WS-FOUND
              IF WS-SORTC-COUNT >= 500
                 DISPLAY 'BNKINTR - SORT CODE TABLE FULL AT '
                         WS-JRNL-SORTC
                 PERFORM REFUSE-RUN
              END-IF
              ADD 1 TO WS-SORTC-COUNT
              MOVE WS-SORTC-COUNT      TO WS-SUB
              MOVE WS-JRNL-SORTC       TO WS-SORTC-ENTRY-CODE(WS-SUB)
              MOVE ZERO                TO WS-SORTC-ENTRY-CR(WS-SUB)
              MOVE ZERO                TO WS-SORTC-ENTRY-DB(WS-SUB)
              MOVE ZERO                TO WS-SORTC-ENTRY-CNT(WS-SUB)
           END-IF.

           IF WS-POST-AMT > ZERO
              ADD WS-POST-AMT TO WS-SORTC-ENTRY-CR(WS-SUB)
           ELSE
              ADD WS-POST-AMT TO WS-SORTC-ENTRY-DB(WS-SUB)
           END-IF.
           ADD 1 TO WS-SORTC-ENTRY-CNT(WS-SUB).

       PS999.
           EXIT.


       SAVE-ACCRUAL SECTION.
       SA010.
           IF ACCRUAL-NEW
              WRITE INTACCR-REC
           ELSE
              REWRITE INTACCR-REC
           END-IF.

           IF NOT WS-INTACCR-OK
              DISPLAY 'ERROR WRITING INTACCR-FILE STATUS '
                      WS-INTACCR-STATUS
              PERFORM REFUSE-RUN
           END-IF.

       SA999.
           EXIT.


       CALL-DBCRFUN SECTION.
      *
      *    Hand one leg to the DBCRFUN debit-credit engine with the
      *    batch origin identifiers.  If the engine is not available
      *    the leg is treated like the online SYSIDERR case: not
      *    posted, fail code '9', and the accrual carries forward.
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
      *    unavailable DBCRFUN (fail code '9'), and the accrual
      *    carries forward.
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
      *    successful or not - in the shape the online journal
      *    writer uses, under the interest action code.  A leg
      *    DBCRFUN could not price to a sort code carries the
      *    position master's, so the reject still lands on the right
      *    branch's figures.
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
           IF SUBPGM-SORTC = ZERO
              MOVE ACCTPOS-SORTC   TO WS-JRNL-SORTC
           ELSE
              MOVE SUBPGM-SORTC    TO WS-JRNL-SORTC
           END-IF.
           MOVE WS-JRNL-SORTC      TO CRAJRNL-SORTC.
           MOVE SUBPGM-AMT         TO CRAJRNL-AMT.
           SET CRAJRNL-ACTN-INTEREST TO TRUE.
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
           EVALUATE WS-RUN-DATE-MM
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-DAYS-IN-MONTH
              WHEN 2
                 MOVE 28 TO WS-DAYS-IN-MONTH
                 DIVIDE WS-RUN-DATE-YYYY BY 4
                    GIVING WS-LEAP-QUOTIENT
                    REMAINDER WS-LEAP-REMAINDER
                 IF WS-LEAP-REMAINDER = ZERO
                    MOVE 29 TO WS-DAYS-IN-MONTH
                    DIVIDE WS-RUN-DATE-YYYY BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                    IF WS-LEAP-REMAINDER = ZERO
                       MOVE 28 TO WS-DAYS-IN-MONTH
                       DIVIDE WS-RUN-DATE-YYYY BY 400
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


       WRITE-ACCOUNT-DETAIL SECTION.
      *
      *    One report line per account that accrued, posted, or
      *    could not be accrued.  The caller has set WS-DISPOSITION.
      *
       WA010.
           MOVE ACCTPOS-ACCNO      TO DET-ACCNO.
           MOVE ACCTPOS-SORTC      TO DET-SORTC.
           MOVE ACCTPOS-BALANCE    TO WS-BAL-DISPLAY.
           MOVE WS-BAL-DISPLAY     TO DET-BAL.
           MOVE WS-APPLIED-RATE    TO WS-RATE-DISPLAY.
           MOVE WS-RATE-DISPLAY    TO DET-RATE.
           MOVE WS-ACCR-DAYS       TO WS-DAYS-DISPLAY.
           MOVE WS-DAYS-DISPLAY    TO DET-DAYS.
           MOVE WS-DAY-INTEREST    TO WS-DAY-INT-DISPLAY.
           MOVE WS-DAY-INT-DISPLAY TO DET-DAY-INT.
           MOVE INTACCR-ACCRUED    TO WS-ACCR-DISPLAY.
           MOVE WS-ACCR-DISPLAY    TO DET-ACCRUED.
           IF WS-POST-AMT = ZERO
              MOVE SPACES          TO DET-POSTED
           ELSE
              MOVE WS-POST-AMT     TO WS-AMT-DISPLAY
              MOVE WS-AMT-DISPLAY  TO DET-POSTED
           END-IF.
           MOVE WS-DISPOSITION     TO DET-DISPOSITION.

           WRITE INTR-REPORT-LINE FROM WS-DETAIL-LINE.
           PERFORM CHECK-REPORT-STATUS.

       WA999.
           EXIT.


       WRITE-SORTC-TOTALS SECTION.
      *
      *    Interest posted per sort code.  Only a posting run has
      *    anything to show.
      *
       WS010.
           IF NOT POSTING-RUN
              GO TO WS999
           END-IF.

           WRITE INTR-REPORT-LINE FROM WS-BLANK-LINE.
           PERFORM CHECK-REPORT-STATUS.
           WRITE INTR-REPORT-LINE FROM WS-SORTC-HEADING.
           PERFORM CHECK-REPORT-STATUS.
           WRITE INTR-REPORT-LINE FROM WS-SORTC-HEADING-2.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 1 TO WS-SUB.

       WS020.
           IF WS-SUB > WS-SORTC-COUNT
              GO TO WS999
           END-IF.

           MOVE WS-SORTC-ENTRY-CODE(WS-SUB) TO SCL-SORTC.
           MOVE WS-SORTC-ENTRY-CR(WS-SUB)   TO WS-BAL-DISPLAY.
           MOVE WS-BAL-DISPLAY              TO SCL-CR.
           MOVE WS-SORTC-ENTRY-DB(WS-SUB)   TO WS-BAL-DISPLAY.
           MOVE WS-BAL-DISPLAY              TO SCL-DB.
           COMPUTE WS-SORTC-NET = WS-SORTC-ENTRY-CR(WS-SUB)
                                + WS-SORTC-ENTRY-DB(WS-SUB).
           MOVE WS-SORTC-NET                TO WS-BAL-DISPLAY.
           MOVE WS-BAL-DISPLAY              TO SCL-NET.
           MOVE WS-SORTC-ENTRY-CNT(WS-SUB)  TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY              TO SCL-CNT.

           WRITE INTR-REPORT-LINE FROM WS-SORTC-LINE.
           PERFORM CHECK-REPORT-STATUS.

           ADD 1 TO WS-SUB.
           GO TO WS020.

       WS999.
           EXIT.


       WRITE-RUN-TOTALS SECTION.
       WT010.
           WRITE INTR-REPORT-LINE FROM WS-BLANK-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'ACCOUNTS READ'               TO TOT-DESC.
           MOVE WS-ACCOUNTS-READ              TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                TO TOT-CNT.
           WRITE INTR-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'ACCOUNTS ACCRUED'            TO TOT-DESC.
           MOVE WS-ACCOUNTS-ACCRUED           TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                TO TOT-CNT.
           WRITE INTR-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'ALREADY ACCRUED THIS DAY'    TO TOT-DESC.
           MOVE WS-ALREADY-ACCRUED            TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                TO TOT-CNT.
           WRITE INTR-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'NO RATE BAND ON FILE'        TO TOT-DESC.
           MOVE WS-NO-RATE                    TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                TO TOT-CNT.
           WRITE INTR-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'CLOSED - NOT ACCRUED'        TO TOT-DESC.
           MOVE WS-CLOSED-SKIPPED             TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                TO TOT-CNT.
           WRITE INTR-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'INTEREST ACCRUED THIS RUN'   TO MNY-DESC.
           MOVE WS-TOTAL-ACCRUED              TO WS-BIG-ACCR-DISPLAY.
           MOVE WS-BIG-ACCR-DISPLAY           TO MNY-AMT.
           WRITE INTR-REPORT-LINE FROM WS-MONEY-LINE.
           PERFORM CHECK-REPORT-STATUS.

           IF NOT POSTING-RUN
              GO TO WT999
           END-IF.

           MOVE 'INTEREST POSTINGS MADE'      TO TOT-DESC.
           MOVE WS-POSTINGS-MADE              TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                TO TOT-CNT.
           WRITE INTR-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'INTEREST POSTINGS REJECTED'  TO TOT-DESC.
           MOVE WS-POSTINGS-REJECTED          TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                TO TOT-CNT.
           WRITE INTR-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'ALREADY POSTED THIS DAY'     TO TOT-DESC.
           MOVE WS-ALREADY-POSTED             TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                TO TOT-CNT.
           WRITE INTR-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'CREDIT INTEREST POSTED'      TO MNY-DESC.
           MOVE WS-TOTAL-CR-POSTED            TO WS-NET-DISPLAY.
           MOVE WS-NET-DISPLAY                TO MNY-AMT.
           WRITE INTR-REPORT-LINE FROM WS-MONEY-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'OVERDRAWN INTEREST POSTED'   TO MNY-DESC.
           MOVE WS-TOTAL-DB-POSTED            TO WS-NET-DISPLAY.
           MOVE WS-NET-DISPLAY                TO MNY-AMT.
           WRITE INTR-REPORT-LINE FROM WS-MONEY-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'NET INTEREST POSTED'         TO MNY-DESC.
           MOVE WS-TOTAL-NET-POSTED           TO WS-NET-DISPLAY.
           MOVE WS-NET-DISPLAY                TO MNY-AMT.
           WRITE INTR-REPORT-LINE FROM WS-MONEY-LINE.
           PERFORM CHECK-REPORT-STATUS.

       WT999.
           EXIT.


       CHECK-REPORT-STATUS SECTION.
       CK010.
           IF NOT WS-REPORT-OK
              DISPLAY 'ERROR WRITING INTR-REPORT STATUS '
                      WS-REPORT-STATUS
              PERFORM REFUSE-RUN
           END-IF.

       CK999.
           EXIT.


       REFUSE-RUN SECTION.
       RR010.
      *
      *    A controlled stand-down with return code 8 so the
      *    scheduler holds the night's successors.  Accounts already
      *    processed carry their accrued and posted dates, so the
      *    rerun picks up where this run stopped.
      *
           MOVE 8 TO RETURN-CODE.
           PERFORM RECORD-RUN-END.
           PERFORM TERMINATE-RUN.

       RR999.
           EXIT.


       RECORD-RUN-START SECTION.
      *
      *    Stamp this run started on the shared RUNCTL file.  Interest
      *    is worked from the positions the night's roll has just
      *    produced, so BNKPOSUP is the declared predecessor.
      *
       RC010.
           INITIALIZE RNCTL-PARMS.
           SET RNCTL-FUNC-START TO TRUE.
           MOVE 'BNKINTR ' TO RNCTL-JOBNAME.
           MOVE 1          TO RNCTL-PRED-COUNT.
           MOVE 'BNKPOSUP' TO RNCTL-PRED-NAME(1).

           CALL 'BNKRNCTL' USING RNCTL-PARMS
              ON EXCEPTION
                 SET RNCTL-REFUSED TO TRUE
                 MOVE 'RUN-CONTROL PROGRAM UNAVAILABLE'
                    TO RNCTL-REASON
           END-CALL.

           IF RNCTL-REFUSED
              DISPLAY 'BNKINTR - NOT CLEAR TO START - '
                      RNCTL-REASON
              PERFORM REFUSE-RUN
           END-IF.

       RC999.
           EXIT.


       RECORD-RUN-END SECTION.
       RD010.
           SET RNCTL-FUNC-END TO TRUE.
           MOVE RETURN-CODE      TO RNCTL-RETCODE.
           MOVE WS-ACCOUNTS-READ TO RNCTL-REC-COUNT.

           CALL 'BNKRNCTL' USING RNCTL-PARMS
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       RD999.
           EXIT.


       TERMINATE-RUN SECTION.
       TE010.
           IF WS-ACCTPOS-OPEN
              CLOSE ACCTPOS-FILE
           END-IF.
           IF WS-INTRATE-OPEN
              CLOSE INTRATE-FILE
           END-IF.
           IF WS-INTACCR-OPEN
              CLOSE INTACCR-FILE
           END-IF.
           IF WS-CRAJRNL-OPEN
              CLOSE CRAJRNL-FILE
           END-IF.
           IF WS-ACCTSTS-OPEN
              CLOSE ACCTSTS-FILE
           END-IF.
           IF WS-REPORT-OPEN
              CLOSE INTR-REPORT
           END-IF.
           STOP RUN.

       TE999.
           EXIT.
