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
      * BNKFEES - monthly service-charge run for the BANKING
      * application.  Runs once a month after the final BNKPOSUP of
      * the month, with the month's BNKEODJ archives concatenated on
      * JRNLIN the way BNKSTMT takes them (trailer records are
      * skipped).
      *
      * Three fees are charged, each priced on the FEESCHD fee
      * schedule:
      *   M - monthly maintenance, once for every account on the
      *       ACCTPOS position master;
      *   R - unpaid item, once for every posting DBCRFUN refused
      *       for insufficient funds (fail code '3') in the month;
      *   X - foreign-exchange conversion, once for every successful
      *       posting keyed in a foreign currency (for a transfer,
      *       on the debit leg only - the customer who asked for it).
      * The bank's own postings - interest, earlier fees and dispute
      * credits and reversals - never attract a fee.
      *
      * Each account's customer is found through ACCTXREF and the
      * CUSTMST extract, and the customer's loyalty tier (the CLUB
      * JKLOYAL maintains) picks the tier's free allowance and
      * discount off FEESCHD.  An account with no customer, or a
      * tier the schedule does not mention, gets the standard
      * tariff.
      *
      * Every fee due is debited through DBCRFUN as its own leg and
      * journalled to CRAJRNL under the fee action code, so BNKSTMT
      * prints it as a service charge and the next BNKRECON, BNKEODJ
      * and BNKPOSUP pick it up like any other posting.  The report
      * shows every fee per account - the count, the gross fee at
      * list price, the amount the loyalty tier waived and the amount
      * charged - and totals per fee type.  A fee waived in full is
      * reported but never posted.
      *
      * The charging period is the YYYYMM in columns 1-6 of the
      * SYSIN card, or the month before the run date if the card is
      * blank.  Journal records from outside the period are ignored,
      * so an extra day's archive on JRNLIN does no harm.
      *
      * The run is rerun-safe: each fee DBCRFUN takes is recorded on
      * FEEDONE under the period, account and fee type, and a rerun
      * of the same period skips every fee already charged.
      *
      * Fees are checked against the ACCTSTS account status master
      * first, as every posting path is: a frozen, held or closed
      * account is not debited.  The fee is journalled as refused
      * with the status fail code and a rerun of the period, once
      * the account is released, takes it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKFEES.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNLIN-FILE   ASSIGN TO JRNLIN
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-JRNLIN-STATUS.

           SELECT SORT-WORK     ASSIGN TO SORTWK01.

           SELECT ACCTPOS-FILE  ASSIGN TO ACCTPOS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ACCTPOS-KEY
              FILE STATUS IS WS-ACCTPOS-STATUS.

           SELECT FEESCHD-FILE  ASSIGN TO FEESCHD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FEESCHD-KEY
              FILE STATUS IS WS-FEESCHD-STATUS.

           SELECT FEEDONE-FILE  ASSIGN TO FEEDONE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FEEDONE-KEY
              FILE STATUS IS WS-FEEDONE-STATUS.

           SELECT ACCTXREF-FILE ASSIGN TO ACCTXREF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS XREF-KEY
              FILE STATUS IS WS-XREFF-STATUS.

           SELECT CUSTMST-FILE  ASSIGN TO CUSTMST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUSTMST-KEY
              FILE STATUS IS WS-CUSTMST-STATUS.

           SELECT CRAJRNL-FILE  ASSIGN TO CRAJRNL
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CRAJRNL-STATUS.

           SELECT ACCTSTS-FILE  ASSIGN TO ACCTSTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACCTSTS-KEY
              FILE STATUS IS WS-ACCTSTS-STATUS.

           SELECT FEE-REPORT    ASSIGN TO FEERPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      * The raw journal record - the same length as the CRAJRNL
      * layout in WS-JRNL-REC, which is where the fields are picked
      * apart.  Keep the two in step if the copybook grows.
      *
       FD  JRNLIN-FILE
           RECORDING MODE IS F.
       01  JRNLIN-RAW                   PIC X(111).

      *
      * One sort record per chargeable event: an 'A' for each
      * account on the position master, an 'R' for each unpaid item
      * and an 'X' for each currency conversion.  Sorted on account
      * then type, so the account's 'A' arrives first.
      *
       SD  SORT-WORK.
       01  SORT-REC.
           03 SORT-ACCNO                PIC X(8).
           03 SORT-TYPE                 PIC X(1).
              88 SORT-TYPE-ACCOUNT            VALUE 'A'.
              88 SORT-TYPE-UNPAID             VALUE 'R'.
              88 SORT-TYPE-FX                 VALUE 'X'.
           03 SORT-SORTC                PIC 9(6).

       FD  ACCTPOS-FILE.
       01  ACCTPOS-REC.
           COPY ACCTPOS.

       FD  FEESCHD-FILE.
       01  FEESCHD-REC.
           COPY FEESCHD.

       FD  FEEDONE-FILE.
       01  FEEDONE-REC.
           COPY FEEDONE.

       FD  ACCTXREF-FILE.
       01  ACCTXREF-REC.
           COPY ACCTXREF.

       FD  CUSTMST-FILE.
       01  CUSTMST-REC.
           COPY CUSTMST.

       FD  CRAJRNL-FILE
           RECORDING MODE IS F.
       01  CRAJRNL-FILE-REC.
           COPY CRAJRNL.

       FD  ACCTSTS-FILE.
       01  ACCTSTS-REC.
           COPY ACCTSTS.

       FD  FEE-REPORT
           RECORDING MODE IS F.
       01  FEE-REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
      *
      * Switches
      *
       01 SWITCHES.
          03 JRNLIN-EOF-SW             PIC X         VALUE 'N'.
             88 JRNLIN-EOF                           VALUE 'Y'.
          03 ACCTPOS-EOF-SW            PIC X         VALUE 'N'.
             88 ACCTPOS-EOF                          VALUE 'Y'.
          03 SORT-EOF-SW               PIC X         VALUE 'N'.
             88 SORT-EOF                             VALUE 'Y'.
          03 FIRST-RECORD-SW           PIC X         VALUE 'Y'.
             88 FIRST-RECORD                         VALUE 'Y'.
          03 TARIFF-FOUND-SW           PIC X         VALUE 'N'.
             88 TARIFF-FOUND                         VALUE 'Y'.

      *
      * File status bytes.
      *
       01 WS-JRNLIN-STATUS             PIC X(02)     VALUE SPACES.
          88 WS-JRNLIN-OK                            VALUE '00'.
          88 WS-JRNLIN-EOF-STATUS                    VALUE '10'.
       01 WS-ACCTPOS-STATUS            PIC X(02)     VALUE SPACES.
          88 WS-ACCTPOS-OK                           VALUE '00'.
          88 WS-ACCTPOS-EOF-STATUS                   VALUE '10'.
          88 WS-ACCTPOS-NOTFND                       VALUE '23'.
       01 WS-FEESCHD-STATUS            PIC X(02)     VALUE SPACES.
          88 WS-FEESCHD-OK                           VALUE '00'.
          88 WS-FEESCHD-NOTFND                       VALUE '23'.
       01 WS-FEEDONE-STATUS            PIC X(02)     VALUE SPACES.
          88 WS-FEEDONE-OK                           VALUE '00'.
          88 WS-FEEDONE-DUPKEY                       VALUE '22'.
          88 WS-FEEDONE-NOTFND                       VALUE '23'.
          88 WS-FEEDONE-NOFILE                       VALUE '35'.
       01 WS-XREFF-STATUS              PIC X(02)     VALUE SPACES.
          88 WS-XREFF-OK                             VALUE '00'.
          88 WS-XREFF-NOTFND                         VALUE '23'.
          88 WS-XREFF-NOFILE                         VALUE '35'.
       01 WS-CUSTMST-STATUS            PIC X(02)     VALUE SPACES.
          88 WS-CUSTMST-OK                           VALUE '00'.
          88 WS-CUSTMST-NOTFND                       VALUE '23'.
          88 WS-CUSTMST-NOFILE                       VALUE '35'.
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
       01 WS-JRNLIN-OPEN-SW            PIC X         VALUE 'N'.
          88 WS-JRNLIN-OPEN                          VALUE 'Y'.
       01 WS-ACCTPOS-OPEN-SW           PIC X         VALUE 'N'.
          88 WS-ACCTPOS-OPEN                         VALUE 'Y'.
       01 WS-FEESCHD-OPEN-SW           PIC X         VALUE 'N'.
          88 WS-FEESCHD-OPEN                         VALUE 'Y'.
       01 WS-FEEDONE-OPEN-SW           PIC X         VALUE 'N'.
          88 WS-FEEDONE-OPEN                         VALUE 'Y'.
       01 WS-XREFF-OPEN-SW             PIC X         VALUE 'N'.
          88 WS-XREFF-OPEN                           VALUE 'Y'.
       01 WS-CUSTMST-OPEN-SW           PIC X         VALUE 'N'.
          88 WS-CUSTMST-OPEN                         VALUE 'Y'.
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
      * The journal record proper, picked apart from the raw input.
      *
       01 WS-JRNL-REC.
           COPY CRAJRNL.

      *
      * Run date and time, picked up once at initialisation.
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
      * Charging period, YYYYMM, from the SYSIN card or the month
      * before the run date.  The journal's DD/MM/YYYY date is
      * turned round into the same shape for the period test.
      *
       01 WS-PARM-CARD                 PIC X(80)     VALUE SPACES.

       01 WS-PERIOD                    PIC 9(6)      VALUE ZERO.
       01 WS-PERIOD-GRP REDEFINES WS-PERIOD.
          03 WS-PERIOD-YYYY            PIC 9(4).
          03 WS-PERIOD-MM              PIC 9(2).

       01 WS-JRNL-PERIOD               PIC X(6)      VALUE SPACES.

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
      * journal writer uses in the CRAJRNL key, the same way
      * BNKSTORD builds them.  One posting sequence number per
      * account charged; each fee taken from it is a leg.
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
       01 WS-BATCH-USERID              PIC X(8)      VALUE 'BNKFEES '.

      *
      * The three fee types, in the order they are charged and
      * reported.  The name is used where the schedule's own
      * description is blank, and on the totals.
      *
       01 WS-FEE-TYPE-VALUES.
          03 FILLER                    PIC X(21)     VALUE
             'MMONTHLY MAINTENANCE'.
          03 FILLER                    PIC X(21)     VALUE
             'RUNPAID ITEM'.
          03 FILLER                    PIC X(21)     VALUE
             'XFX CONVERSION'.
       01 WS-FEE-TYPE-TABLE REDEFINES WS-FEE-TYPE-VALUES.
          03 WS-FT-ENTRY OCCURS 3 TIMES.
             05 WS-FT-CODE             PIC X(1).
             05 WS-FT-NAME             PIC X(20).

       01 WS-FT-SUB                    PIC 9(04) COMP VALUE ZERO.
       01 WS-FT-MAINTENANCE            PIC 9(04) COMP VALUE 1.
       01 WS-FT-UNPAID                 PIC 9(04) COMP VALUE 2.
       01 WS-FT-FX                     PIC 9(04) COMP VALUE 3.

      *
      * The account being accumulated between control breaks: its
      * sort code, loyalty tier and the count of each fee's events.
      *
       01 WS-CURR-ACCNO                PIC X(8)      VALUE SPACES.
       01 WS-CURR-SORTC                PIC 9(6)      VALUE ZERO.
       01 WS-CURR-TIER                 PIC X(20)     VALUE SPACES.

       01 WS-ACCT-COUNTS.
          03 WS-ACCT-EVENTS OCCURS 3 TIMES
                                       PIC 9(05) COMP.

      *
      * Fee work fields for the fee in hand.  The price always comes
      * off the standard record; the free allowance and discount off
      * the tier's record when there is one.
      *
       01 WS-FEE-PRICE                 PIC 9(5)V99   VALUE ZERO.
       01 WS-FEE-FREE                  PIC 9(3)      VALUE ZERO.
       01 WS-FEE-PCT                   PIC 9(3)      VALUE ZERO.
       01 WS-FEE-DESC                  PIC X(20)     VALUE SPACES.
       01 WS-FEE-COUNT                 PIC 9(05)     VALUE ZERO.
       01 WS-FEE-CHARGEABLE            PIC 9(05)     VALUE ZERO.
       01 WS-FEE-GROSS                 PIC S9(9)V99  VALUE ZERO.
       01 WS-FEE-CHARGED               PIC S9(9)V99  VALUE ZERO.
       01 WS-FEE-WAIVED                PIC S9(9)V99  VALUE ZERO.
       01 WS-DISPOSITION               PIC X(19)     VALUE SPACES.

      *
      * Run totals per fee type, in fee-type table order.
      *
       01 WS-FEE-TOTALS.
          03 WS-FT-TOTAL OCCURS 3 TIMES.
             05 WS-FT-EVENTS           PIC 9(07) COMP.
             05 WS-FT-ACCOUNTS         PIC 9(07) COMP.
             05 WS-FT-POSTED-CNT       PIC 9(07) COMP.
             05 WS-FT-REFUSED-CNT      PIC 9(07) COMP.
             05 WS-FT-GROSS            PIC S9(13)V99.
             05 WS-FT-WAIVED           PIC S9(13)V99.
             05 WS-FT-CHARGED          PIC S9(13)V99.
             05 WS-FT-REFUSED-AMT      PIC S9(13)V99.

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
       01 WS-RECORDS-READ              PIC 9(07) COMP VALUE ZERO.
       01 WS-TRAILERS-SKIPPED          PIC 9(07) COMP VALUE ZERO.
       01 WS-OUT-OF-PERIOD             PIC 9(07) COMP VALUE ZERO.
       01 WS-ACCOUNTS-READ             PIC 9(07) COMP VALUE ZERO.
       01 WS-ACCOUNTS-CHARGED          PIC 9(07) COMP VALUE ZERO.
       01 WS-FEES-ALREADY-DONE         PIC 9(07) COMP VALUE ZERO.
       01 WS-FEES-NO-TARIFF            PIC 9(07) COMP VALUE ZERO.

       01 WS-TOTAL-CHARGED             PIC S9(15)V99 VALUE ZERO.
       01 WS-TOTAL-WAIVED              PIC S9(15)V99 VALUE ZERO.

      *
      * Report line work areas
      *
       01 WS-AMT-DISPLAY               PIC +9(8).99.
       01 WS-NET-DISPLAY               PIC +9(15).99.
       01 WS-CNT-DISPLAY               PIC ZZZ,ZZ9.
       01 WS-EVENTS-DISPLAY            PIC ZZZZ9.

       01 WS-HEADING-1.
          03 FILLER                    PIC X(48) VALUE
             'BNKFEES - MONTHLY SERVICE CHARGE REPORT'.
          03 FILLER                    PIC X(16) VALUE
             'CHARGING PERIOD '.
          03 HDG-PERIOD                PIC 9(6).
          03 FILLER                    PIC X(4)  VALUE SPACES.
          03 FILLER                    PIC X(9)  VALUE
             'RUN DATE '.
          03 HDG-RUN-DATE              PIC 9(8).
          03 FILLER                    PIC X(41) VALUE SPACES.

       01 WS-HEADING-2.
          03 FILLER                    PIC X(10) VALUE
             'ACCOUNT'.
          03 FILLER                    PIC X(8)  VALUE
             'SORT CD'.
          03 FILLER                    PIC X(22) VALUE
             'LOYALTY TIER'.
          03 FILLER                    PIC X(22) VALUE
             'FEE'.
          03 FILLER                    PIC X(7)  VALUE
             'COUNT'.
          03 FILLER                    PIC X(14) VALUE
             'GROSS FEE'.
          03 FILLER                    PIC X(14) VALUE
             'WAIVED'.
          03 FILLER                    PIC X(14) VALUE
             'CHARGED'.
          03 FILLER                    PIC X(21) VALUE
             'DISPOSITION'.

       01 WS-DETAIL-LINE.
          03 DET-ACCNO                 PIC X(08).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-SORTC                 PIC X(06).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-TIER                  PIC X(20).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-FEE                   PIC X(20).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-COUNT                 PIC X(05).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-GROSS                 PIC X(12).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-WAIVED                PIC X(12).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-CHARGED               PIC X(12).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-DISPOSITION           PIC X(19).
          03 FILLER                    PIC X(02) VALUE SPACES.

       01 WS-FEETYPE-HEADING.
          03 FILLER                    PIC X(60) VALUE
             'SERVICE CHARGES BY FEE TYPE'.
          03 FILLER                    PIC X(72) VALUE SPACES.

       01 WS-FEETYPE-HEADING-2.
          03 FILLER                    PIC X(22) VALUE
             'FEE'.
          03 FILLER                    PIC X(10) VALUE
             'ACCOUNTS'.
          03 FILLER                    PIC X(10) VALUE
             'EVENTS'.
          03 FILLER                    PIC X(20) VALUE
             'GROSS FEES'.
          03 FILLER                    PIC X(20) VALUE
             'WAIVED'.
          03 FILLER                    PIC X(20) VALUE
             'CHARGED'.
          03 FILLER                    PIC X(30) VALUE
             'REFUSED BY DBCRFUN'.

       01 WS-FEETYPE-LINE.
          03 FTL-NAME                  PIC X(20).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 FTL-ACCOUNTS              PIC X(07).
          03 FILLER                    PIC X(03) VALUE SPACES.
          03 FTL-EVENTS                PIC X(07).
          03 FILLER                    PIC X(03) VALUE SPACES.
          03 FTL-GROSS                 PIC X(19).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 FTL-WAIVED                PIC X(19).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 FTL-CHARGED               PIC X(19).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 FTL-REFUSED               PIC X(19).
          03 FILLER                    PIC X(11) VALUE SPACES.

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

           SORT SORT-WORK
              ON ASCENDING KEY SORT-ACCNO
                               SORT-TYPE
              INPUT PROCEDURE IS RELEASE-EVENTS
              OUTPUT PROCEDURE IS CHARGE-ACCOUNTS.

           PERFORM WRITE-FEETYPE-TOTALS.
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
      *    The period charged is the one on the SYSIN card, or by
      *    default the month just ended.
      *
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-CARD(1:6) IS NUMERIC
              AND WS-PARM-CARD(5:2) >= '01'
              AND WS-PARM-CARD(5:2) <= '12'
              MOVE WS-PARM-CARD(1:6) TO WS-PERIOD
           ELSE
              IF WS-RUN-DATE-MM = 1
                 COMPUTE WS-PERIOD-YYYY = WS-RUN-DATE-YYYY - 1
                 MOVE 12 TO WS-PERIOD-MM
              ELSE
                 MOVE WS-RUN-DATE-YYYY TO WS-PERIOD-YYYY
                 COMPUTE WS-PERIOD-MM = WS-RUN-DATE-MM - 1
              END-IF
           END-IF.

           PERFORM RECORD-RUN-START.

           OPEN INPUT JRNLIN-FILE.
           IF WS-JRNLIN-OK
              SET WS-JRNLIN-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING JRNLIN-FILE STATUS '
                      WS-JRNLIN-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           OPEN INPUT ACCTPOS-FILE.
           IF WS-ACCTPOS-OK
              SET WS-ACCTPOS-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING ACCTPOS-FILE STATUS '
                      WS-ACCTPOS-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           OPEN INPUT FEESCHD-FILE.
           IF WS-FEESCHD-OK
              SET WS-FEESCHD-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING FEESCHD-FILE STATUS '
                      WS-FEESCHD-STATUS
              PERFORM REFUSE-RUN
           END-IF.

      *
      *    First run at a site finds no fee ledger - create it empty.
      *
           OPEN I-O FEEDONE-FILE.
           IF WS-FEEDONE-NOFILE
              OPEN OUTPUT FEEDONE-FILE
              CLOSE FEEDONE-FILE
              OPEN I-O FEEDONE-FILE
           END-IF.
           IF WS-FEEDONE-OK
              SET WS-FEEDONE-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING FEEDONE-FILE STATUS '
                      WS-FEEDONE-STATUS
              PERFORM REFUSE-RUN
           END-IF.

      *
      *    The customer cross-reference and extract are optional -
      *    without them every account pays the standard tariff.
      *
           OPEN INPUT ACCTXREF-FILE.
           IF WS-XREFF-OK
              SET WS-XREFF-OPEN TO TRUE
           ELSE
              IF NOT WS-XREFF-NOFILE
                 DISPLAY 'ERROR OPENING ACCTXREF-FILE STATUS '
                         WS-XREFF-STATUS
                 PERFORM REFUSE-RUN
              END-IF
           END-IF.

           OPEN INPUT CUSTMST-FILE.
           IF WS-CUSTMST-OK
              SET WS-CUSTMST-OPEN TO TRUE
           ELSE
              IF NOT WS-CUSTMST-NOFILE
                 DISPLAY 'ERROR OPENING CUSTMST-FILE STATUS '
                         WS-CUSTMST-STATUS
                 PERFORM REFUSE-RUN
              END-IF
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

           OPEN OUTPUT FEE-REPORT.
           IF WS-REPORT-OK
              SET WS-REPORT-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING FEE-REPORT STATUS '
                      WS-REPORT-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           INITIALIZE WS-FEE-TOTALS.

           MOVE WS-PERIOD   TO HDG-PERIOD.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           WRITE FEE-REPORT-LINE FROM WS-HEADING-1.
           PERFORM CHECK-REPORT-STATUS.
           WRITE FEE-REPORT-LINE FROM WS-HEADING-2.
           PERFORM CHECK-REPORT-STATUS.

       IR999.
           EXIT.


       RELEASE-EVENTS SECTION.
      *
      *    Every account on the position master owes the maintenance
      *    fee; the month's journal supplies the per-event fees.
      *
       RE010.
           MOVE LOW-VALUES TO ACCTPOS-ACCNO.
           START ACCTPOS-FILE KEY NOT < ACCTPOS-KEY.
           IF WS-ACCTPOS-NOTFND OR WS-ACCTPOS-EOF-STATUS
              MOVE 'Y' TO ACCTPOS-EOF-SW
           ELSE
              IF NOT WS-ACCTPOS-OK
                 DISPLAY 'ERROR STARTING ACCTPOS-FILE STATUS '
                         WS-ACCTPOS-STATUS
                 PERFORM REFUSE-RUN
              END-IF
           END-IF.

           PERFORM RELEASE-ONE-ACCOUNT THRU RA999
              UNTIL ACCTPOS-EOF.

           PERFORM RELEASE-ONE-RECORD THRU RO999
              UNTIL JRNLIN-EOF.

           CLOSE JRNLIN-FILE.
           MOVE 'N' TO WS-JRNLIN-OPEN-SW.

       RE999.
           EXIT.


       RELEASE-ONE-ACCOUNT SECTION.
       RA010.
           READ ACCTPOS-FILE NEXT
              AT END
                 MOVE 'Y' TO ACCTPOS-EOF-SW
                 GO TO RA999
           END-READ.

           IF NOT WS-ACCTPOS-OK AND NOT WS-ACCTPOS-EOF-STATUS
              DISPLAY 'ERROR READING ACCTPOS-FILE STATUS '
                      WS-ACCTPOS-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           ADD 1 TO WS-ACCOUNTS-READ.

           MOVE ACCTPOS-ACCNO TO SORT-ACCNO.
           SET SORT-TYPE-ACCOUNT TO TRUE.
           MOVE ACCTPOS-SORTC TO SORT-SORTC.
           RELEASE SORT-REC.

       RA999.
           EXIT.


       RELEASE-ONE-RECORD SECTION.
       RO010.
           READ JRNLIN-FILE
              AT END
                 MOVE 'Y' TO JRNLIN-EOF-SW
                 GO TO RO999
           END-READ.

           IF NOT WS-JRNLIN-OK AND NOT WS-JRNLIN-EOF-STATUS
              DISPLAY 'ERROR READING JRNLIN-FILE STATUS '
                      WS-JRNLIN-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           MOVE JRNLIN-RAW TO WS-JRNL-REC.

      *
      *    A BNKEODJ archive carries one trailer record per day -
      *    the only record whose first bytes are not a numeric task
      *    number.  Trailers are control data, not postings.
      *
           IF CRAJRNL-TASKNO OF WS-JRNL-REC NOT NUMERIC
              ADD 1 TO WS-TRAILERS-SKIPPED
              GO TO RO999
           END-IF.

           ADD 1 TO WS-RECORDS-READ.

           MOVE CRAJRNL-DATE OF WS-JRNL-REC(7:4)
              TO WS-JRNL-PERIOD(1:4).
           MOVE CRAJRNL-DATE OF WS-JRNL-REC(4:2)
              TO WS-JRNL-PERIOD(5:2).
           IF WS-JRNL-PERIOD NOT = WS-PERIOD
              ADD 1 TO WS-OUT-OF-PERIOD
              GO TO RO999
           END-IF.

      *
      *    Only customer business is chargeable - inquiries move
      *    nothing, and the bank does not charge on its own interest,
      *    fee and dispute postings.
      *
           IF CRAJRNL-ACTN-INQUIRY OF WS-JRNL-REC
              OR CRAJRNL-ACTN-INTEREST OF WS-JRNL-REC
              OR CRAJRNL-ACTN-FEE OF WS-JRNL-REC
              OR CRAJRNL-ACTN-DISPUTE OF WS-JRNL-REC
              GO TO RO999
           END-IF.

           MOVE CRAJRNL-ACCNO OF WS-JRNL-REC TO SORT-ACCNO.
           MOVE CRAJRNL-SORTC OF WS-JRNL-REC TO SORT-SORTC.

           IF NOT CRAJRNL-WAS-SUCCESS OF WS-JRNL-REC
              IF CRAJRNL-FAIL-CODE OF WS-JRNL-REC = '3'
                 SET SORT-TYPE-UNPAID TO TRUE
                 RELEASE SORT-REC
              END-IF
              GO TO RO999
           END-IF.

      *
      *    A converted transfer journals the currency on both legs
      *    (and on any backout); the conversion is the payer's, so
      *    only the debit leg counts.
      *
           IF CRAJRNL-ORIG-CURRENCY OF WS-JRNL-REC = SPACES
              GO TO RO999
           END-IF.
           IF CRAJRNL-ACTN-TRANSFER OF WS-JRNL-REC
              AND CRAJRNL-LEG-NO OF WS-JRNL-REC NOT = 1
              GO TO RO999
           END-IF.

           SET SORT-TYPE-FX TO TRUE.
           RELEASE SORT-REC.

       RO999.
           EXIT.


       CHARGE-ACCOUNTS SECTION.
       CA010.
           PERFORM COLLECT-ONE-EVENT THRU CE999
              UNTIL SORT-EOF.

      *
      *    Charge the last account.
      *
           IF NOT FIRST-RECORD
              PERFORM CHARGE-ONE-ACCOUNT
           END-IF.

       CA999.
           EXIT.


       COLLECT-ONE-EVENT SECTION.
       CE010.
           RETURN SORT-WORK
              AT END
                 MOVE 'Y' TO SORT-EOF-SW
                 GO TO CE999
           END-RETURN.

      *
      *    Control break: an account is charged once all its events
      *    have been counted.
      *
           IF FIRST-RECORD
              OR SORT-ACCNO NOT = WS-CURR-ACCNO
              IF NOT FIRST-RECORD
                 PERFORM CHARGE-ONE-ACCOUNT
              END-IF
              MOVE 'N' TO FIRST-RECORD-SW
              MOVE SORT-ACCNO TO WS-CURR-ACCNO
              MOVE SORT-SORTC TO WS-CURR-SORTC
              INITIALIZE WS-ACCT-COUNTS
           END-IF.

           EVALUATE TRUE
              WHEN SORT-TYPE-ACCOUNT
                 MOVE SORT-SORTC TO WS-CURR-SORTC
                 MOVE 1 TO WS-ACCT-EVENTS(WS-FT-MAINTENANCE)
              WHEN SORT-TYPE-UNPAID
                 ADD 1 TO WS-ACCT-EVENTS(WS-FT-UNPAID)
              WHEN SORT-TYPE-FX
                 ADD 1 TO WS-ACCT-EVENTS(WS-FT-FX)
           END-EVALUATE.

       CE999.
           EXIT.


       CHARGE-ONE-ACCOUNT SECTION.
      *
      *    Find the customer's loyalty tier, then work through the
      *    three fees in turn.  All the account's fee legs share one
      *    posting sequence number.
      *
       CO010.
           PERFORM READ-CUSTOMER.

           MOVE 0 TO WS-JOURNAL-LEG-NO.
           ADD 1 TO WS-POSTING-SEQ.

           MOVE WS-FT-MAINTENANCE TO WS-FT-SUB.
           PERFORM CHARGE-ONE-FEE.
           MOVE WS-FT-UNPAID      TO WS-FT-SUB.
           PERFORM CHARGE-ONE-FEE.
           MOVE WS-FT-FX          TO WS-FT-SUB.
           PERFORM CHARGE-ONE-FEE.

           IF WS-JOURNAL-LEG-NO > 0
              ADD 1 TO WS-ACCOUNTS-CHARGED
           END-IF.

       CO999.
           EXIT.


       READ-CUSTOMER SECTION.
      *
      *    Join the account to its customer: cross-reference first,
      *    then the customer extract.  Either lookup missing its
      *    record just means the standard tariff.
      *
       RU010.
           MOVE SPACES TO WS-CURR-TIER.

           IF NOT WS-XREFF-OPEN OR NOT WS-CUSTMST-OPEN
              GO TO RU999
           END-IF.

           MOVE WS-CURR-ACCNO TO XREF-ACCNO.
           READ ACCTXREF-FILE.
           IF WS-XREFF-NOTFND
              GO TO RU999
           END-IF.
           IF NOT WS-XREFF-OK
              DISPLAY 'ERROR READING ACCTXREF-FILE STATUS '
                      WS-XREFF-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           MOVE XREF-CUST-ID TO CUSTMST-ID.
           READ CUSTMST-FILE.
           IF WS-CUSTMST-NOTFND
              GO TO RU999
           END-IF.
           IF NOT WS-CUSTMST-OK
              DISPLAY 'ERROR READING CUSTMST-FILE STATUS '
                      WS-CUSTMST-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           MOVE CUSTMST-CLUB TO WS-CURR-TIER.

       RU999.
           EXIT.


       CHARGE-ONE-FEE SECTION.
      *
      *    Price the fee at WS-FT-SUB for the account, report it, and
      *    debit whatever the tier has not waived.  A fee with no
      *    events this month is not mentioned at all.
      *
       CF010.
           MOVE WS-ACCT-EVENTS(WS-FT-SUB) TO WS-FEE-COUNT.
           IF WS-FEE-COUNT = ZERO
              GO TO CF999
           END-IF.

           MOVE ZERO   TO WS-FEE-GROSS.
           MOVE ZERO   TO WS-FEE-WAIVED.
           MOVE ZERO   TO WS-FEE-CHARGED.
           MOVE SPACES TO WS-DISPOSITION.

           ADD WS-FEE-COUNT TO WS-FT-EVENTS(WS-FT-SUB).
           ADD 1            TO WS-FT-ACCOUNTS(WS-FT-SUB).

           PERFORM FIND-TARIFF.
           IF NOT TARIFF-FOUND
              ADD 1 TO WS-FEES-NO-TARIFF
              MOVE 'NO TARIFF ON FILE' TO WS-DISPOSITION
              PERFORM WRITE-FEE-DETAIL
              GO TO CF999
           END-IF.

      *
      *    Gross is every event at list price; the tier's free
      *    allowance comes off the count and its discount off what
      *    is left.  Whatever is not charged is waived.
      *
           COMPUTE WS-FEE-GROSS = WS-FEE-COUNT * WS-FEE-PRICE.

           IF WS-FEE-COUNT > WS-FEE-FREE
              COMPUTE WS-FEE-CHARGEABLE = WS-FEE-COUNT - WS-FEE-FREE
           ELSE
              MOVE ZERO TO WS-FEE-CHARGEABLE
           END-IF.
           IF WS-FEE-PCT > 100
              MOVE 100 TO WS-FEE-PCT
           END-IF.

           COMPUTE WS-FEE-CHARGED ROUNDED =
              WS-FEE-CHARGEABLE * WS-FEE-PRICE
              * (100 - WS-FEE-PCT) / 100.
           COMPUTE WS-FEE-WAIVED = WS-FEE-GROSS - WS-FEE-CHARGED.

           ADD WS-FEE-GROSS  TO WS-FT-GROSS(WS-FT-SUB).
           ADD WS-FEE-WAIVED TO WS-FT-WAIVED(WS-FT-SUB).
           ADD WS-FEE-WAIVED TO WS-TOTAL-WAIVED.

           IF WS-FEE-CHARGED = ZERO
              MOVE 'WAIVED - NOT POSTED' TO WS-DISPOSITION
              PERFORM WRITE-FEE-DETAIL
              GO TO CF999
           END-IF.

           PERFORM POST-FEE.
           PERFORM WRITE-FEE-DETAIL.

       CF999.
           EXIT.


       FIND-TARIFF SECTION.
      *
      *    The standard record (blank tier) prices the fee; the
      *    tier's own record, if the schedule has one, replaces the
      *    free allowance and discount.
      *
       FT010.
           MOVE 'N' TO TARIFF-FOUND-SW.

           MOVE WS-FT-CODE(WS-FT-SUB) TO FEESCHD-FEE-TYPE.
           MOVE SPACES                TO FEESCHD-TIER.
           READ FEESCHD-FILE.
           IF WS-FEESCHD-NOTFND
              MOVE WS-FT-NAME(WS-FT-SUB) TO WS-FEE-DESC
              GO TO FT999
           END-IF.
           IF NOT WS-FEESCHD-OK
              DISPLAY 'ERROR READING FEESCHD-FILE STATUS '
                      WS-FEESCHD-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           SET TARIFF-FOUND TO TRUE.
           MOVE FEESCHD-FEE-AMT      TO WS-FEE-PRICE.
           MOVE FEESCHD-FREE-COUNT   TO WS-FEE-FREE.
           MOVE FEESCHD-DISCOUNT-PCT TO WS-FEE-PCT.
           IF FEESCHD-DESC = SPACES
              MOVE WS-FT-NAME(WS-FT-SUB) TO WS-FEE-DESC
           ELSE
              MOVE FEESCHD-DESC          TO WS-FEE-DESC
           END-IF.

           IF WS-CURR-TIER = SPACES
              GO TO FT999
           END-IF.

           MOVE WS-FT-CODE(WS-FT-SUB) TO FEESCHD-FEE-TYPE.
           MOVE WS-CURR-TIER          TO FEESCHD-TIER.
           READ FEESCHD-FILE.
           IF WS-FEESCHD-NOTFND
              GO TO FT999
           END-IF.
           IF NOT WS-FEESCHD-OK
              DISPLAY 'ERROR READING FEESCHD-FILE STATUS '
                      WS-FEESCHD-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           MOVE FEESCHD-FREE-COUNT   TO WS-FEE-FREE.
           MOVE FEESCHD-DISCOUNT-PCT TO WS-FEE-PCT.

       FT999.
           EXIT.


       POST-FEE SECTION.
      *
      *    Debit the fee as one DBCRFUN leg, journalled under the fee
      *    action code whatever the outcome.  A fee already taken for
      *    this period is not taken again; a fee DBCRFUN takes is
      *    recorded at once so a rerun will not.
      *
       PF010.
           MOVE WS-PERIOD             TO FEEDONE-PERIOD.
           MOVE WS-CURR-ACCNO         TO FEEDONE-ACCNO.
           MOVE WS-FT-CODE(WS-FT-SUB) TO FEEDONE-FEE-TYPE.
           READ FEEDONE-FILE.
           IF WS-FEEDONE-OK
              ADD 1 TO WS-FEES-ALREADY-DONE
              MOVE 'ALREADY CHARGED' TO WS-DISPOSITION
              GO TO PF999
           END-IF.
           IF NOT WS-FEEDONE-NOTFND
              DISPLAY 'ERROR READING FEEDONE-FILE STATUS '
                      WS-FEEDONE-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           INITIALIZE SUBPGM-PARMS.
           MOVE WS-CURR-ACCNO TO SUBPGM-ACCNO.
           COMPUTE SUBPGM-AMT = WS-FEE-CHARGED * -1.
           SET SUBPGM-FUNC-POST TO TRUE.

           PERFORM CALL-DBCRFUN.
           PERFORM WRITE-JOURNAL.

           IF SUBPGM-SUCCESS NOT = 'Y'
              ADD 1 TO WS-FT-REFUSED-CNT(WS-FT-SUB)
              ADD WS-FEE-CHARGED TO WS-FT-REFUSED-AMT(WS-FT-SUB)
              MOVE SPACES TO WS-DISPOSITION
              STRING 'REFUSED FAIL CODE '
                     SUBPGM-FAIL-CODE
                     DELIMITED BY SIZE
                     INTO WS-DISPOSITION
              GO TO PF999
           END-IF.

           ADD 1 TO WS-FT-POSTED-CNT(WS-FT-SUB).
           ADD WS-FEE-CHARGED TO WS-FT-CHARGED(WS-FT-SUB).
           ADD WS-FEE-CHARGED TO WS-TOTAL-CHARGED.
           MOVE 'POSTED' TO WS-DISPOSITION.

           PERFORM RECORD-FEE-DONE.

       PF999.
           EXIT.


       RECORD-FEE-DONE SECTION.
      *
      *    The key is still set from the look-up in POST-FEE.  A
      *    record already there (the previous run fell over between
      *    the posting and this write) is simply brought up to date.
      *
       RF010.
           SET FEEDONE-POSTED TO TRUE.
           COMPUTE FEEDONE-AMT = WS-FEE-CHARGED * -1.
           MOVE WS-RUN-DATE          TO FEEDONE-DATE.
           MOVE WS-RUN-TIME-RAW(1:6) TO FEEDONE-TIME.

           WRITE FEEDONE-REC.
           IF WS-FEEDONE-DUPKEY
              REWRITE FEEDONE-REC
           END-IF.
           IF NOT WS-FEEDONE-OK
              DISPLAY 'ERROR WRITING FEEDONE-FILE STATUS '
                      WS-FEEDONE-STATUS
              PERFORM REFUSE-RUN
           END-IF.

       RF999.
           EXIT.


       CALL-DBCRFUN SECTION.
      *
      *    Hand one leg to the DBCRFUN debit-credit engine with the
      *    batch origin identifiers.  If the engine is not available
      *    the leg is treated like the online SYSIDERR case: not
      *    posted, fail code '9', and a rerun will try it again.
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
      *    unavailable DBCRFUN (fail code '9'), and a rerun will try
      *    it again.
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
      *    writer uses, under the fee action code.  A leg DBCRFUN
      *    could not price to a sort code carries the account's own,
      *    so the reject still lands on the right branch's figures.
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

           MOVE WS-POSTING-SEQ     TO CRAJRNL-TASKNO
                                      OF CRAJRNL-FILE-REC.
           MOVE WS-BATCH-UTIME     TO CRAJRNL-UTIME-KEY
                                      OF CRAJRNL-FILE-REC.
           MOVE SUBPGM-ACCNO       TO CRAJRNL-ACCNO
                                      OF CRAJRNL-FILE-REC.
           MOVE WS-JOURNAL-LEG-NO  TO CRAJRNL-LEG-NO
                                      OF CRAJRNL-FILE-REC.
           IF SUBPGM-SORTC = ZERO
              MOVE WS-CURR-SORTC   TO CRAJRNL-SORTC
                                      OF CRAJRNL-FILE-REC
           ELSE
              MOVE SUBPGM-SORTC    TO CRAJRNL-SORTC
                                      OF CRAJRNL-FILE-REC
           END-IF.
           MOVE SUBPGM-AMT         TO CRAJRNL-AMT
                                      OF CRAJRNL-FILE-REC.
           SET CRAJRNL-ACTN-FEE OF CRAJRNL-FILE-REC TO TRUE.
           MOVE SUBPGM-SUCCESS     TO CRAJRNL-SUCCESS
                                      OF CRAJRNL-FILE-REC.
           MOVE SUBPGM-FAIL-CODE   TO CRAJRNL-FAIL-CODE
                                      OF CRAJRNL-FILE-REC.
           MOVE SUBPGM-APPLID      TO CRAJRNL-APPLID
                                      OF CRAJRNL-FILE-REC.
           MOVE SUBPGM-USERID      TO CRAJRNL-USERID
                                      OF CRAJRNL-FILE-REC.
           MOVE SPACES             TO CRAJRNL-NETWRK-ID
                                      OF CRAJRNL-FILE-REC.
           MOVE WS-JRNL-DATE       TO CRAJRNL-DATE
                                      OF CRAJRNL-FILE-REC.
           MOVE WS-JRNL-TIME       TO CRAJRNL-TIME
                                      OF CRAJRNL-FILE-REC.

           WRITE CRAJRNL-FILE-REC.
           IF NOT WS-CRAJRNL-OK
              DISPLAY 'ERROR WRITING CRAJRNL-FILE STATUS '
                      WS-CRAJRNL-STATUS
              PERFORM REFUSE-RUN
           END-IF.

       WJ999.
           EXIT.


       WRITE-FEE-DETAIL SECTION.
      *
      *    One report line per fee per account.  The caller has set
      *    WS-DISPOSITION.
      *
       WF010.
           MOVE WS-CURR-ACCNO      TO DET-ACCNO.
           MOVE WS-CURR-SORTC      TO DET-SORTC.
           IF WS-CURR-TIER = SPACES
              MOVE 'STANDARD'      TO DET-TIER
           ELSE
              MOVE WS-CURR-TIER    TO DET-TIER
           END-IF.
           MOVE WS-FEE-DESC        TO DET-FEE.
           MOVE WS-FEE-COUNT       TO WS-EVENTS-DISPLAY.
           MOVE WS-EVENTS-DISPLAY  TO DET-COUNT.
           MOVE WS-FEE-GROSS       TO WS-AMT-DISPLAY.
           MOVE WS-AMT-DISPLAY     TO DET-GROSS.
           MOVE WS-FEE-WAIVED      TO WS-AMT-DISPLAY.
           MOVE WS-AMT-DISPLAY     TO DET-WAIVED.
           MOVE WS-FEE-CHARGED     TO WS-AMT-DISPLAY.
           MOVE WS-AMT-DISPLAY     TO DET-CHARGED.
           MOVE WS-DISPOSITION     TO DET-DISPOSITION.

           WRITE FEE-REPORT-LINE FROM WS-DETAIL-LINE.
           PERFORM CHECK-REPORT-STATUS.

       WF999.
           EXIT.


       WRITE-FEETYPE-TOTALS SECTION.
       WG010.
           WRITE FEE-REPORT-LINE FROM WS-BLANK-LINE.
           PERFORM CHECK-REPORT-STATUS.
           WRITE FEE-REPORT-LINE FROM WS-FEETYPE-HEADING.
           PERFORM CHECK-REPORT-STATUS.
           WRITE FEE-REPORT-LINE FROM WS-FEETYPE-HEADING-2.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 1 TO WS-FT-SUB.

       WG020.
           IF WS-FT-SUB > 3
              GO TO WG999
           END-IF.

           MOVE WS-FT-NAME(WS-FT-SUB)        TO FTL-NAME.
           MOVE WS-FT-ACCOUNTS(WS-FT-SUB)    TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY               TO FTL-ACCOUNTS.
           MOVE WS-FT-EVENTS(WS-FT-SUB)      TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY               TO FTL-EVENTS.
           MOVE WS-FT-GROSS(WS-FT-SUB)       TO WS-NET-DISPLAY.
           MOVE WS-NET-DISPLAY               TO FTL-GROSS.
           MOVE WS-FT-WAIVED(WS-FT-SUB)      TO WS-NET-DISPLAY.
           MOVE WS-NET-DISPLAY               TO FTL-WAIVED.
           MOVE WS-FT-CHARGED(WS-FT-SUB)     TO WS-NET-DISPLAY.
           MOVE WS-NET-DISPLAY               TO FTL-CHARGED.
           MOVE WS-FT-REFUSED-AMT(WS-FT-SUB) TO WS-NET-DISPLAY.
           MOVE WS-NET-DISPLAY               TO FTL-REFUSED.

           WRITE FEE-REPORT-LINE FROM WS-FEETYPE-LINE.
           PERFORM CHECK-REPORT-STATUS.

           ADD 1 TO WS-FT-SUB.
           GO TO WG020.

       WG999.
           EXIT.


       WRITE-RUN-TOTALS SECTION.
       WT010.
           WRITE FEE-REPORT-LINE FROM WS-BLANK-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'JOURNAL RECORDS READ'        TO TOT-DESC.
           MOVE WS-RECORDS-READ               TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                TO TOT-CNT.
           WRITE FEE-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'OUTSIDE CHARGING PERIOD'     TO TOT-DESC.
           MOVE WS-OUT-OF-PERIOD              TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                TO TOT-CNT.
           WRITE FEE-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'ARCHIVE TRAILERS SKIPPED'    TO TOT-DESC.
           MOVE WS-TRAILERS-SKIPPED           TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                TO TOT-CNT.
           WRITE FEE-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'ACCOUNTS ON POSITION MASTER' TO TOT-DESC.
           MOVE WS-ACCOUNTS-READ              TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                TO TOT-CNT.
           WRITE FEE-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'ACCOUNTS CHARGED'            TO TOT-DESC.
           MOVE WS-ACCOUNTS-CHARGED           TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                TO TOT-CNT.
           WRITE FEE-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'FEES ALREADY CHARGED'        TO TOT-DESC.
           MOVE WS-FEES-ALREADY-DONE          TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                TO TOT-CNT.
           WRITE FEE-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'FEES WITH NO TARIFF'         TO TOT-DESC.
           MOVE WS-FEES-NO-TARIFF             TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                TO TOT-CNT.
           WRITE FEE-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'SERVICE CHARGES POSTED'      TO MNY-DESC.
           MOVE WS-TOTAL-CHARGED              TO WS-NET-DISPLAY.
           MOVE WS-NET-DISPLAY                TO MNY-AMT.
           WRITE FEE-REPORT-LINE FROM WS-MONEY-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'SERVICE CHARGES WAIVED'      TO MNY-DESC.
           MOVE WS-TOTAL-WAIVED               TO WS-NET-DISPLAY.
           MOVE WS-NET-DISPLAY                TO MNY-AMT.
           WRITE FEE-REPORT-LINE FROM WS-MONEY-LINE.
           PERFORM CHECK-REPORT-STATUS.

       WT999.
           EXIT.


       CHECK-REPORT-STATUS SECTION.
       CK010.
           IF NOT WS-REPORT-OK
              DISPLAY 'ERROR WRITING FEE-REPORT STATUS '
                      WS-REPORT-STATUS
              PERFORM REFUSE-RUN
           END-IF.

       CK999.
           EXIT.


       REFUSE-RUN SECTION.
       RR010.
      *
      *    A controlled stand-down with return code 8.  Fees already
      *    taken are on FEEDONE, so the rerun picks up where this run
      *    stopped.
      *
           MOVE 8 TO RETURN-CODE.
           PERFORM RECORD-RUN-END.
           PERFORM TERMINATE-RUN.

       RR999.
           EXIT.


       RECORD-RUN-START SECTION.
      *
      *    Stamp this run started on the shared RUNCTL file.  The
      *    maintenance fee is raised against the accounts the
      *    month's last roll left on ACCTPOS, so BNKPOSUP is the
      *    declared predecessor.
      *
       RC010.
           INITIALIZE RNCTL-PARMS.
           SET RNCTL-FUNC-START TO TRUE.
           MOVE 'BNKFEES ' TO RNCTL-JOBNAME.
           MOVE 1          TO RNCTL-PRED-COUNT.
           MOVE 'BNKPOSUP' TO RNCTL-PRED-NAME(1).

           CALL 'BNKRNCTL' USING RNCTL-PARMS
              ON EXCEPTION
                 SET RNCTL-REFUSED TO TRUE
                 MOVE 'RUN-CONTROL PROGRAM UNAVAILABLE'
                    TO RNCTL-REASON
           END-CALL.

           IF RNCTL-REFUSED
              DISPLAY 'BNKFEES - NOT CLEAR TO START - '
                      RNCTL-REASON
              PERFORM REFUSE-RUN
           END-IF.

       RC999.
           EXIT.


       RECORD-RUN-END SECTION.
       RD010.
           SET RNCTL-FUNC-END TO TRUE.
           MOVE RETURN-CODE      TO RNCTL-RETCODE.
           MOVE WS-RECORDS-READ  TO RNCTL-REC-COUNT.

           CALL 'BNKRNCTL' USING RNCTL-PARMS
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       RD999.
           EXIT.


       TERMINATE-RUN SECTION.
       TE010.
           IF WS-JRNLIN-OPEN
              CLOSE JRNLIN-FILE
           END-IF.
           IF WS-ACCTPOS-OPEN
              CLOSE ACCTPOS-FILE
           END-IF.
           IF WS-FEESCHD-OPEN
              CLOSE FEESCHD-FILE
           END-IF.
           IF WS-FEEDONE-OPEN
              CLOSE FEEDONE-FILE
           END-IF.
           IF WS-XREFF-OPEN
              CLOSE ACCTXREF-FILE
           END-IF.
           IF WS-CUSTMST-OPEN
              CLOSE CUSTMST-FILE
           END-IF.
           IF WS-CRAJRNL-OPEN
              CLOSE CRAJRNL-FILE
           END-IF.
           IF WS-ACCTSTS-OPEN
              CLOSE ACCTSTS-FILE
           END-IF.
           IF WS-REPORT-OPEN
              CLOSE FEE-REPORT
           END-IF.
           STOP RUN.

       TE999.
           EXIT.
