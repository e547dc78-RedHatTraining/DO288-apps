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
      * BNKGLIF - general ledger interface for the BANKING
      * application.  Runs after BNKEODJ has proved the day's CRAARCH
      * archive (the JCL points CRAARCH at the same generation) and
      * turns the day's successful postings into balanced GL journal
      * entries on the GLFEED file - header, one record per entry,
      * trailer with the entry count and total debits and credits.
      *
      * The successful money legs are summarised by sort code,
      * action code, kind of leg (credit, debit, transfer backout)
      * and original currency, and each total is mapped to its GL
      * accounts through the site-maintained GLMAP table: the
      * customer-balances account takes the customer's side, the
      * action's contra account the other.  A converted posting also
      * carries its FX margin - the difference between the amount
      * posted at CRAJRNL-RATE and the same original amount at the
      * book mid-rate for the business day, (buy + sell) / 2 off
      * CURRATE or, where the rate has since been replaced, the
      * RATEHIST record that was in force that day.  The margin goes
      * to the FX income account on the 'X' mapping and the contra
      * account takes the amount at the mid-rate.  Transfers move
      * account currency between two accounts of the bank and earn
      * no margin.
      *
      * The GLRPT control report lists every entry, the book rates
      * used, and ties the GL customer net per sort code back to
      * the net BNKRECON sent the clearing house on SETLOUT (the JCL
      * points SETLSENT at it, as for BNKSETAK).
      *
      * The feed is refused - return code 8 and no trailer, so the
      * GL system cannot post it - when debits and credits do not
      * balance, when a total has no GL mapping, when the archive
      * does not prove to its trailer's record count and hash
      * totals, or when a sort code does not tie to the settlement.
      * Nothing is updated, so once the cause is put right the
      * rerun simply cuts the feed again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKGLIF.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE  ASSIGN TO CRAARCH
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT SORT-WORK     ASSIGN TO SORTWK01.

           SELECT GLMAP-FILE    ASSIGN TO GLMAP
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS GLMAP-KEY
              FILE STATUS IS WS-GLMAP-STATUS.

           SELECT CURRATE-FILE  ASSIGN TO CURRATE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CURRATE-KEY
              FILE STATUS IS WS-CURRATE-STATUS.

           SELECT RATEHIST-FILE ASSIGN TO RATEHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RATEHIST-KEY
              FILE STATUS IS WS-HIST-STATUS.

           SELECT SETL-FILE     ASSIGN TO SETLSENT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-SETL-STATUS.

           SELECT GLFEED-FILE   ASSIGN TO GLFEED
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-GLFEED-STATUS.

           SELECT GL-REPORT     ASSIGN TO GLRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      * The raw archive record - the same length as the CRAJRNL
      * layout in WS-JRNL-REC, which is where the fields are picked
      * apart - and BNKEODJ's trailer over the same bytes.
      *
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RAW                  PIC X(111).
       01  ARCHIVE-TRAILER-REC.
           03 ARCH-TRL-MARK             PIC X(8).
              88 ARCH-TRL-IS-TRAILER              VALUE 'TRAILER '.
           03 ARCH-TRL-COUNT            PIC 9(9).
           03 ARCH-TRL-HASH-C           PIC S9(13)V99.
           03 ARCH-TRL-HASH-T           PIC S9(13)V99.
           03 ARCH-TRL-HASH-I           PIC S9(13)V99.
           03 ARCH-TRL-HASH-OTH         PIC S9(13)V99.
           03 ARCH-TRL-BUS-DATE         PIC 9(8).
           03 FILLER                    PIC X(26).

      *
      * One sort record per successful money leg: the summary key,
      * the amount as posted and the same leg valued at the book
      * mid-rate (the posted amount again for a domestic leg).
      *
       SD  SORT-WORK.
       01  SORT-REC.
           03 SORT-KEY.
              05 SORT-SORTC             PIC 9(6).
              05 SORT-ACTION            PIC X(1).
              05 SORT-LEG-TYPE          PIC X(1).
              05 SORT-CURRENCY          PIC X(3).
           03 SORT-AMT                  PIC S9(10)V99.
           03 SORT-BOOK-AMT             PIC S9(13)V99.

       FD  GLMAP-FILE.
       01  GLMAP-REC.
           COPY GLMAP.

       FD  CURRATE-FILE.
       01  CURRATE-RECORD.
           COPY CURRATE.

       FD  RATEHIST-FILE.
       01  RATEHIST-REC.
           COPY RATEHIST.

      *
      * The settlement file as BNKRECON wrote it: header, one detail
      * per sort code, trailer, explicit sign byte ahead of each
      * amount.
      *
       FD  SETL-FILE
           RECORDING MODE IS F.
       01  SETL-HEADER-REC.
           03 SETL-HDR-TYPE             PIC X(3).
              88 SETL-IS-HEADER                   VALUE 'HDR'.
           03 SETL-HDR-DATE             PIC 9(8).
           03 SETL-HDR-ORIGIN           PIC X(8).
           03 FILLER                    PIC X(61).
       01  SETL-DETAIL-REC.
           03 SETL-DTL-TYPE             PIC X(3).
              88 SETL-IS-DETAIL                   VALUE 'DTL'.
           03 SETL-DTL-SORTC            PIC 9(6).
           03 SETL-DTL-COUNT            PIC 9(7).
           03 SETL-DTL-SIGN             PIC X(1).
           03 SETL-DTL-AMT              PIC 9(10)V99.
           03 FILLER                    PIC X(51).
       01  SETL-TRAILER-REC.
           03 SETL-TRL-TYPE             PIC X(3).
              88 SETL-IS-TRAILER                  VALUE 'TRL'.
           03 SETL-TRL-COUNT            PIC 9(7).
           03 SETL-TRL-SIGN             PIC X(1).
           03 SETL-TRL-AMT              PIC 9(13)V99.
           03 FILLER                    PIC X(54).

       FD  GLFEED-FILE
           RECORDING MODE IS F.
       01  GLFEED-REC.
           COPY GLFEED.

       FD  GL-REPORT
           RECORDING MODE IS F.
       01  GL-REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
      *
      * Switches
      *
       01 SWITCHES.
          03 ARCHIVE-EOF-SW            PIC X         VALUE 'N'.
             88 ARCHIVE-EOF                          VALUE 'Y'.
          03 SORT-EOF-SW               PIC X         VALUE 'N'.
             88 SORT-EOF                             VALUE 'Y'.
          03 SETL-EOF-SW               PIC X         VALUE 'N'.
             88 SETL-EOF                             VALUE 'Y'.
          03 HIST-EOF-SW               PIC X         VALUE 'N'.
             88 HIST-EOF                             VALUE 'Y'.
          03 FIRST-RECORD-SW           PIC X         VALUE 'Y'.
             88 FIRST-RECORD                         VALUE 'Y'.
          03 TRAILER-SEEN-SW           PIC X         VALUE 'N'.
             88 TRAILER-SEEN                         VALUE 'Y'.
          03 MAP-FOUND-SW              PIC X         VALUE 'N'.
             88 MAP-FOUND                            VALUE 'Y'.
          03 FEED-REFUSED-SW           PIC X         VALUE 'N'.
             88 FEED-REFUSED                         VALUE 'Y'.

      *
      * File status bytes.
      *
       01 WS-ARCHIVE-STATUS            PIC X(02)     VALUE SPACES.
          88 WS-ARCHIVE-OK                           VALUE '00'.
          88 WS-ARCHIVE-EOF-STATUS                   VALUE '10'.
       01 WS-GLMAP-STATUS              PIC X(02)     VALUE SPACES.
          88 WS-GLMAP-OK                             VALUE '00'.
          88 WS-GLMAP-NOTFND                         VALUE '23'.
       01 WS-CURRATE-STATUS            PIC X(02)     VALUE SPACES.
          88 WS-CURRATE-OK                           VALUE '00'.
          88 WS-CURRATE-NOTFND                       VALUE '23'.
          88 WS-CURRATE-NOFILE                       VALUE '35'.
       01 WS-HIST-STATUS               PIC X(02)     VALUE SPACES.
          88 WS-HIST-OK                              VALUE '00'.
          88 WS-HIST-EOF-STATUS                      VALUE '10'.
          88 WS-HIST-NOTFND                          VALUE '23'.
          88 WS-HIST-NOFILE                          VALUE '35'.
       01 WS-SETL-STATUS               PIC X(02)     VALUE SPACES.
          88 WS-SETL-OK                              VALUE '00'.
          88 WS-SETL-EOF-STATUS                      VALUE '10'.
       01 WS-GLFEED-STATUS             PIC X(02)     VALUE SPACES.
          88 WS-GLFEED-OK                            VALUE '00'.
       01 WS-REPORT-STATUS             PIC X(02)     VALUE SPACES.
          88 WS-REPORT-OK                            VALUE '00'.

      *
      * Tracks which files actually reached an open state, so
      * TERMINATE-RUN only closes files it really opened.
      *
       01 WS-ARCHIVE-OPEN-SW           PIC X         VALUE 'N'.
          88 WS-ARCHIVE-OPEN                         VALUE 'Y'.
       01 WS-GLMAP-OPEN-SW             PIC X         VALUE 'N'.
          88 WS-GLMAP-OPEN                           VALUE 'Y'.
       01 WS-CURRATE-OPEN-SW           PIC X         VALUE 'N'.
          88 WS-CURRATE-OPEN                         VALUE 'Y'.
       01 WS-HIST-OPEN-SW              PIC X         VALUE 'N'.
          88 WS-HIST-OPEN                            VALUE 'Y'.
       01 WS-SETL-OPEN-SW              PIC X         VALUE 'N'.
          88 WS-SETL-OPEN                            VALUE 'Y'.
       01 WS-GLFEED-OPEN-SW            PIC X         VALUE 'N'.
          88 WS-GLFEED-OPEN                          VALUE 'Y'.
       01 WS-REPORT-OPEN-SW            PIC X         VALUE 'N'.
          88 WS-REPORT-OPEN                          VALUE 'Y'.

      *
      * The journal record proper, picked apart from the raw input.
      *
       01 WS-JRNL-REC.
           COPY CRAJRNL.

      *
      * Run date, and the business date the archive is for - taken
      * from the first journal record's DD/MM/YYYY date, or the run
      * date if the day had no postings at all.
      *
       01 WS-RUN-DATE                  PIC 9(8)      VALUE ZERO.

       01 WS-BUS-DATE                  PIC 9(8)      VALUE ZERO.
       01 WS-BUS-DATE-GRP REDEFINES WS-BUS-DATE.
          03 WS-BUS-DATE-YYYY          PIC X(4).
          03 WS-BUS-DATE-MM            PIC X(2).
          03 WS-BUS-DATE-DD            PIC X(2).

      *
      * The leg number BNK1CRA and BNKSTORD give a transfer backout.
      *
       01 WS-BACKOUT-LEG               PIC 9(1)      VALUE 3.

      *
      * Book mid-rates, looked up once per currency the first time a
      * converted leg needs one.  The source says where the rate came
      * from - 'C' CURRATE, 'H' RATEHIST, 'N' no book rate, in which
      * case the day's legs in that currency post with no margin and
      * are counted for treasury to look into.
      *
       01 WS-RATE-TABLE.
          03 WS-RATE-COUNT             PIC 9(04) COMP VALUE ZERO.
          03 WS-RATE-ENTRY OCCURS 100 TIMES.
             05 WS-RATE-CCY            PIC X(03).
             05 WS-RATE-MID            PIC 9(03)V9(06).
             05 WS-RATE-SOURCE         PIC X(01).
                88 WS-RATE-FROM-CURRATE              VALUE 'C'.
                88 WS-RATE-FROM-HIST                 VALUE 'H'.
                88 WS-RATE-NONE                      VALUE 'N'.
             05 WS-RATE-LEGS           PIC 9(07) COMP.
             05 WS-RATE-MISSED         PIC 9(07) COMP.
             05 WS-RATE-MARGIN         PIC S9(13)V99.

       01 WS-RATE-MAX                  PIC 9(04) COMP VALUE 100.
       01 WS-RATE-SUB                  PIC 9(04) COMP VALUE ZERO.
       01 WS-BEST-SUPERSEDED           PIC 9(08)     VALUE ZERO.

      *
      * The total being summarised between control breaks.
      *
       01 WS-BKT-KEY.
          03 WS-BKT-SORTC              PIC 9(6).
          03 WS-BKT-ACTION             PIC X(1).
          03 WS-BKT-LEG-TYPE           PIC X(1).
          03 WS-BKT-CURRENCY           PIC X(3).
       01 WS-BKT-LEGS                  PIC 9(07) COMP VALUE ZERO.
       01 WS-BKT-NET                   PIC S9(13)V99 VALUE ZERO.
       01 WS-BKT-BOOK                  PIC S9(13)V99 VALUE ZERO.
       01 WS-BKT-MARGIN                PIC S9(13)V99 VALUE ZERO.

      *
      * The mapping wanted, and the accounts it gave.
      *
       01 WS-MAP-KEY.
          03 WS-MAP-ACTION             PIC X(1).
          03 WS-MAP-LEG-TYPE           PIC X(1).
          03 WS-MAP-CURRENCY           PIC X(3).
       01 WS-CUST-GL                   PIC X(10)     VALUE SPACES.
       01 WS-CONTRA-GL                 PIC X(10)     VALUE SPACES.
       01 WS-MAP-DESC                  PIC X(20)     VALUE SPACES.
       01 WS-FX-GL                     PIC X(10)     VALUE SPACES.

      *
      * One GL entry on its way to the feed: signed with a debit
      * positive, as the ledger sees it.
      *
       01 WS-ENTRY.
          03 WS-ENTRY-GL               PIC X(10).
          03 WS-ENTRY-ACTION           PIC X(1).
          03 WS-ENTRY-LEG-TYPE         PIC X(1).
          03 WS-ENTRY-AMT              PIC S9(13)V99.
          03 WS-ENTRY-NARRATIVE        PIC X(30).
          03 WS-ENTRY-NOTE             PIC X(31).
       01 WS-ENTRY-ABS                 PIC 9(13)V99  VALUE ZERO.

      *
      * Per sort code: the GL customer net and legs this run
      * summarised, and what BNKRECON sent on SETLOUT for it.
      *
       01 WS-SORTC-TABLE.
          03 WS-SORTC-COUNT            PIC 9(04) COMP VALUE ZERO.
          03 WS-SORTC-ENTRY OCCURS 500 TIMES.
             05 WS-SORTC-CODE          PIC 9(06).
             05 WS-SORTC-GL-CNT        PIC 9(07) COMP.
             05 WS-SORTC-GL-NET        PIC S9(13)V99.
             05 WS-SORTC-SETL-CNT      PIC 9(07) COMP.
             05 WS-SORTC-SETL-NET      PIC S9(13)V99.

       01 WS-SORTC-MAX                 PIC 9(04) COMP VALUE 500.
       01 WS-SUB                       PIC 9(04) COMP VALUE ZERO.
       01 WS-FIND-SORTC                PIC 9(06)     VALUE ZERO.
       01 WS-SETL-NET                  PIC S9(13)V99 VALUE ZERO.
       01 WS-SETL-DATE                 PIC 9(08)     VALUE ZERO.
       01 WS-SETL-TOTAL                PIC S9(15)V99 VALUE ZERO.
       01 WS-TIE-DIFF                  PIC S9(13)V99 VALUE ZERO.

      *
      * Parameter area for the CALLed BNKRNCTL run-control
      * subprogram - every batch in the suite stamps its start and
      * end on the shared RUNCTL file through it.
      *
       01 RNCTL-PARMS.
           COPY RNCTLPRM.

      *
      * Run counters and control totals
      *
       01 WS-RECORDS-READ              PIC 9(09) COMP VALUE ZERO.
       01 WS-TRL-COUNT                 PIC 9(09)      VALUE ZERO.

      *
      * Hash totals of CRAJRNL-AMT per action code, built on the
      * read and proved against the trailer's own, the same four
      * totals BNKEODJ proved before clearing the journal.  A feed
      * to the ledger is not cut from an archive proved on count
      * alone.
      *
       01 WS-ARCH-HASH-TOTALS.
          03 WS-ARCH-HASH-C            PIC S9(13)V99  VALUE ZERO.
          03 WS-ARCH-HASH-T            PIC S9(13)V99  VALUE ZERO.
          03 WS-ARCH-HASH-I            PIC S9(13)V99  VALUE ZERO.
          03 WS-ARCH-HASH-OTH          PIC S9(13)V99  VALUE ZERO.
       01 WS-TRL-HASH-TOTALS.
          03 WS-TRL-HASH-C             PIC S9(13)V99  VALUE ZERO.
          03 WS-TRL-HASH-T             PIC S9(13)V99  VALUE ZERO.
          03 WS-TRL-HASH-I             PIC S9(13)V99  VALUE ZERO.
          03 WS-TRL-HASH-OTH           PIC S9(13)V99  VALUE ZERO.
       01 WS-LEGS-SUMMARISED           PIC 9(09) COMP VALUE ZERO.
       01 WS-LEGS-NO-RATE              PIC 9(07) COMP VALUE ZERO.
       01 WS-ENTRIES-WRITTEN           PIC 9(09) COMP VALUE ZERO.
       01 WS-TOTALS-UNMAPPED           PIC 9(07) COMP VALUE ZERO.
       01 WS-SORTC-TIED                PIC 9(07) COMP VALUE ZERO.
       01 WS-SORTC-BREAKS              PIC 9(07) COMP VALUE ZERO.
       01 WS-TOTAL-DEBITS              PIC 9(15)V99   VALUE ZERO.
       01 WS-TOTAL-CREDITS             PIC 9(15)V99   VALUE ZERO.
       01 WS-GL-CUST-NET               PIC S9(15)V99  VALUE ZERO.
       01 WS-FX-MARGIN-TOTAL           PIC S9(15)V99  VALUE ZERO.

      *
      * Report line work areas
      *
       01 WS-CNT-DISPLAY               PIC ZZZ,ZZ9.
       01 WS-BIG-NET-DISPLAY           PIC +9(15).99.

       01 WS-HEADING-1.
          03 FILLER                    PIC X(52) VALUE
             'BNKGLIF - GENERAL LEDGER INTERFACE CONTROL REPORT'.
          03 FILLER                    PIC X(14) VALUE
             'BUSINESS DATE '.
          03 HDG-BUS-DATE              PIC 9(8).
          03 FILLER                    PIC X(4)  VALUE SPACES.
          03 FILLER                    PIC X(9)  VALUE
             'RUN DATE '.
          03 HDG-RUN-DATE              PIC 9(8).
          03 FILLER                    PIC X(37) VALUE SPACES.

       01 WS-HEADING-2.
          03 FILLER                    PIC X(08) VALUE 'SORT CD'.
          03 FILLER                    PIC X(14) VALUE 'ACTION'.
          03 FILLER                    PIC X(09) VALUE 'LEG'.
          03 FILLER                    PIC X(05) VALUE 'CCY'.
          03 FILLER                    PIC X(03) VALUE SPACES.
          03 FILLER                    PIC X(06) VALUE 'LEGS'.
          03 FILLER                    PIC X(12) VALUE 'GL ACCOUNT'.
          03 FILLER                    PIC X(15) VALUE SPACES.
          03 FILLER                    PIC X(07) VALUE 'DEBIT'.
          03 FILLER                    PIC X(14) VALUE SPACES.
          03 FILLER                    PIC X(08) VALUE 'CREDIT'.
          03 FILLER                    PIC X(31) VALUE 'NOTE'.

       01 WS-ENTRY-LINE.
          03 ENT-SORTC                 PIC 9(06).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 ENT-ACTION                PIC X(12).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 ENT-LEG                   PIC X(07).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 ENT-CCY                   PIC X(03).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 ENT-LEGS                  PIC ZZZ,ZZ9.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 ENT-GL                    PIC X(10).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 ENT-DEBIT                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 ENT-CREDIT                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 ENT-NOTE                  PIC X(31).

       01 WS-RATE-HEADING.
          03 FILLER                    PIC X(40) VALUE
             'FX BOOK MID-RATES FOR THE BUSINESS DATE'.
          03 FILLER                    PIC X(92) VALUE SPACES.

       01 WS-RATE-HEADING-2.
          03 FILLER                    PIC X(08) VALUE 'CCY'.
          03 FILLER                    PIC X(14) VALUE 'BOOK MID-RATE'.
          03 FILLER                    PIC X(12) VALUE 'SOURCE'.
          03 FILLER                    PIC X(03) VALUE SPACES.
          03 FILLER                    PIC X(06) VALUE 'LEGS'.
          03 FILLER                    PIC X(09) VALUE 'NO RATE'.
          03 FILLER                    PIC X(12) VALUE SPACES.
          03 FILLER                    PIC X(09) VALUE 'FX MARGIN'.
          03 FILLER                    PIC X(59) VALUE SPACES.

       01 WS-RATE-LINE.
          03 RTE-CCY                   PIC X(03).
          03 FILLER                    PIC X(05) VALUE SPACES.
          03 RTE-MID                   PIC ZZ9.999999.
          03 FILLER                    PIC X(04) VALUE SPACES.
          03 RTE-SOURCE                PIC X(08).
          03 FILLER                    PIC X(04) VALUE SPACES.
          03 RTE-LEGS                  PIC ZZZ,ZZ9.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 RTE-MISSED                PIC ZZZ,ZZ9.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 RTE-MARGIN                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          03 FILLER                    PIC X(59) VALUE SPACES.

       01 WS-TIE-HEADING.
          03 FILLER                    PIC X(50) VALUE
             'SORT CODE TIE-BACK TO THE BNKRECON SETTLEMENT'.
          03 FILLER                    PIC X(15) VALUE
             'SETLOUT DATED '.
          03 TIH-SETL-DATE             PIC 9(8).
          03 FILLER                    PIC X(59) VALUE SPACES.

       01 WS-TIE-HEADING-2.
          03 FILLER                    PIC X(08) VALUE 'SORT CD'.
          03 FILLER                    PIC X(03) VALUE SPACES.
          03 FILLER                    PIC X(06) VALUE 'LEGS'.
          03 FILLER                    PIC X(06) VALUE SPACES.
          03 FILLER                    PIC X(15) VALUE
             'GL CUSTOMER NET'.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 FILLER                    PIC X(10) VALUE 'RECON LEGS'.
          03 FILLER                    PIC X(14) VALUE SPACES.
          03 FILLER                    PIC X(09) VALUE 'RECON NET'.
          03 FILLER                    PIC X(13) VALUE SPACES.
          03 FILLER                    PIC X(12) VALUE 'DIFFERENCE'.
          03 FILLER                    PIC X(34) VALUE 'RESULT'.

       01 WS-TIE-LINE.
          03 TIE-SORTC                 PIC 9(06).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 TIE-GL-CNT                PIC ZZZ,ZZ9.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 TIE-GL-NET                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          03 FILLER                    PIC X(05) VALUE SPACES.
          03 TIE-SETL-CNT              PIC ZZZ,ZZ9.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 TIE-SETL-NET              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 TIE-DIFF                  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 TIE-RESULT                PIC X(10).
          03 FILLER                    PIC X(24) VALUE SPACES.

       01 WS-TOTAL-LINE.
          03 TOT-DESC                  PIC X(30).
          03 TOT-CNT                   PIC X(10).
          03 FILLER                    PIC X(92) VALUE SPACES.

       01 WS-MONEY-LINE.
          03 MNY-DESC                  PIC X(32).
          03 MNY-AMT                   PIC X(19).
          03 FILLER                    PIC X(81) VALUE SPACES.

       01 WS-REFUSE-LINE.
          03 FILLER                    PIC X(18) VALUE
             'GL FEED REFUSED - '.
          03 RFS-REASON                PIC X(60).
          03 FILLER                    PIC X(54) VALUE SPACES.

       01 WS-RELEASED-LINE.
          03 FILLER                    PIC X(44) VALUE
             'GL FEED BALANCED AND TIED - TRAILER WRITTEN'.
          03 FILLER                    PIC X(88) VALUE SPACES.

       01 WS-BLANK-LINE                PIC X(132)    VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
       MP010.
           PERFORM INITIALISE-RUN.

           SORT SORT-WORK
              ON ASCENDING KEY SORT-SORTC
                               SORT-ACTION
                               SORT-LEG-TYPE
                               SORT-CURRENCY
              INPUT PROCEDURE IS RELEASE-LEGS
              OUTPUT PROCEDURE IS POST-TOTALS.

           PERFORM WRITE-RATE-SUMMARY.
           PERFORM TIE-TO-SETTLEMENT.
           PERFORM WRITE-RUN-TOTALS.
           PERFORM PROVE-FEED.

           IF FEED-REFUSED
              DISPLAY 'BNKGLIF - GL FEED REFUSED - '
                      'SEE THE GLRPT CONTROL REPORT.'
              PERFORM REFUSE-RUN
           END-IF.

           PERFORM WRITE-GL-TRAILER.
           WRITE GL-REPORT-LINE FROM WS-RELEASED-LINE.
           PERFORM CHECK-REPORT-STATUS.

           PERFORM RECORD-RUN-END.
           PERFORM TERMINATE-RUN.

       MP999.
           EXIT.


       INITIALISE-RUN SECTION.
       IR010.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM RECORD-RUN-START.

           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-OK
              SET WS-ARCHIVE-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING ARCHIVE-FILE STATUS '
                      WS-ARCHIVE-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           OPEN INPUT GLMAP-FILE.
           IF WS-GLMAP-OK
              SET WS-GLMAP-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING GLMAP-FILE STATUS '
                      WS-GLMAP-STATUS
              PERFORM REFUSE-RUN
           END-IF.

      *
      *    A site that has never converted a currency may have no
      *    rate files at all - any converted leg then simply finds
      *    no book rate and is counted.
      *
           OPEN INPUT CURRATE-FILE.
           IF WS-CURRATE-OK
              SET WS-CURRATE-OPEN TO TRUE
           ELSE
              IF NOT WS-CURRATE-NOFILE
                 DISPLAY 'ERROR OPENING CURRATE-FILE STATUS '
                         WS-CURRATE-STATUS
                 PERFORM REFUSE-RUN
              END-IF
           END-IF.

           OPEN INPUT RATEHIST-FILE.
           IF WS-HIST-OK
              SET WS-HIST-OPEN TO TRUE
           ELSE
              IF NOT WS-HIST-NOFILE
                 DISPLAY 'ERROR OPENING RATEHIST-FILE STATUS '
                         WS-HIST-STATUS
                 PERFORM REFUSE-RUN
              END-IF
           END-IF.

           OPEN OUTPUT GLFEED-FILE.
           IF WS-GLFEED-OK
              SET WS-GLFEED-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING GLFEED-FILE STATUS '
                      WS-GLFEED-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           OPEN OUTPUT GL-REPORT.
           IF WS-REPORT-OK
              SET WS-REPORT-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING GL-REPORT STATUS '
                      WS-REPORT-STATUS
              PERFORM REFUSE-RUN
           END-IF.

       IR999.
           EXIT.


       RELEASE-LEGS SECTION.
       RL010.
           PERFORM RELEASE-ONE-LEG THRU RG999
              UNTIL ARCHIVE-EOF.

           IF WS-BUS-DATE = ZERO
              MOVE WS-RUN-DATE TO WS-BUS-DATE
           END-IF.

       RL999.
           EXIT.


       RELEASE-ONE-LEG SECTION.
       RG010.
           READ ARCHIVE-FILE
              AT END
                 MOVE 'Y' TO ARCHIVE-EOF-SW
                 GO TO RG999
           END-READ.

           IF NOT WS-ARCHIVE-OK AND NOT WS-ARCHIVE-EOF-STATUS
              DISPLAY 'ERROR READING ARCHIVE-FILE STATUS '
                      WS-ARCHIVE-STATUS
              PERFORM REFUSE-RUN
           END-IF.

      *
      *    The trailer is the one record whose first eight bytes are
      *    not a numeric task number.  Its count and hash totals
      *    are kept to prove the generation was read complete.
      *
           IF ARCH-TRL-IS-TRAILER
              SET TRAILER-SEEN TO TRUE
              MOVE ARCH-TRL-COUNT    TO WS-TRL-COUNT
              MOVE ARCH-TRL-HASH-C   TO WS-TRL-HASH-C
              MOVE ARCH-TRL-HASH-T   TO WS-TRL-HASH-T
              MOVE ARCH-TRL-HASH-I   TO WS-TRL-HASH-I
              MOVE ARCH-TRL-HASH-OTH TO WS-TRL-HASH-OTH
              GO TO RG999
           END-IF.

           ADD 1 TO WS-RECORDS-READ.
           MOVE ARCHIVE-RAW TO WS-JRNL-REC.

           EVALUATE TRUE
              WHEN CRAJRNL-ACTN-CREDEBIT OF WS-JRNL-REC
                 ADD CRAJRNL-AMT OF WS-JRNL-REC TO WS-ARCH-HASH-C
              WHEN CRAJRNL-ACTN-TRANSFER OF WS-JRNL-REC
                 ADD CRAJRNL-AMT OF WS-JRNL-REC TO WS-ARCH-HASH-T
              WHEN CRAJRNL-ACTN-INQUIRY OF WS-JRNL-REC
                 ADD CRAJRNL-AMT OF WS-JRNL-REC TO WS-ARCH-HASH-I
              WHEN OTHER
                 ADD CRAJRNL-AMT OF WS-JRNL-REC TO WS-ARCH-HASH-OTH
           END-EVALUATE.

           IF WS-BUS-DATE = ZERO
              MOVE CRAJRNL-DATE OF WS-JRNL-REC(7:4)
                 TO WS-BUS-DATE-YYYY
              MOVE CRAJRNL-DATE OF WS-JRNL-REC(4:2)
                 TO WS-BUS-DATE-MM
              MOVE CRAJRNL-DATE OF WS-JRNL-REC(1:2)
                 TO WS-BUS-DATE-DD
           END-IF.

      *
      *    Only successful money movements reach the ledger - the
      *    same legs BNKRECON nets per sort code.
      *
           IF CRAJRNL-ACTN-INQUIRY OF WS-JRNL-REC
              GO TO RG999
           END-IF.
           IF NOT CRAJRNL-WAS-SUCCESS OF WS-JRNL-REC
              GO TO RG999
           END-IF.

           MOVE CRAJRNL-SORTC  OF WS-JRNL-REC TO SORT-SORTC.
           MOVE CRAJRNL-ACTION OF WS-JRNL-REC TO SORT-ACTION.
           MOVE CRAJRNL-ORIG-CURRENCY OF WS-JRNL-REC
              TO SORT-CURRENCY.
           MOVE CRAJRNL-AMT    OF WS-JRNL-REC TO SORT-AMT.
           MOVE CRAJRNL-AMT    OF WS-JRNL-REC TO SORT-BOOK-AMT.

           IF CRAJRNL-ACTN-TRANSFER OF WS-JRNL-REC
              AND CRAJRNL-LEG-NO OF WS-JRNL-REC = WS-BACKOUT-LEG
              MOVE 'B' TO SORT-LEG-TYPE
           ELSE
              IF CRAJRNL-AMT OF WS-JRNL-REC < ZERO
                 MOVE 'D' TO SORT-LEG-TYPE
              ELSE
                 MOVE 'C' TO SORT-LEG-TYPE
              END-IF
           END-IF.

           IF CRAJRNL-ORIG-CURRENCY OF WS-JRNL-REC NOT = SPACES
              AND CRAJRNL-RATE OF WS-JRNL-REC NOT = ZERO
              AND NOT CRAJRNL-ACTN-TRANSFER OF WS-JRNL-REC
              PERFORM VALUE-AT-BOOK-RATE
           END-IF.

           ADD 1 TO WS-LEGS-SUMMARISED.
           RELEASE SORT-REC.

       RG999.
           EXIT.


       VALUE-AT-BOOK-RATE SECTION.
      *
      *    The original amount carries the leg's sign, so at the
      *    mid-rate it values the leg as the book sees it; what the
      *    customer was charged beyond that is the bank's margin.
      *
       VB010.
           MOVE 1 TO WS-RATE-SUB.

       VB020.
           IF WS-RATE-SUB > WS-RATE-COUNT
              GO TO VB030
           END-IF.

           IF WS-RATE-CCY(WS-RATE-SUB) =
              CRAJRNL-ORIG-CURRENCY OF WS-JRNL-REC
              GO TO VB040
           END-IF.

           ADD 1 TO WS-RATE-SUB.
           GO TO VB020.

       VB030.
           IF WS-RATE-COUNT >= WS-RATE-MAX
              DISPLAY 'BNKGLIF - MORE CURRENCIES THAN THE RATE '
                      'TABLE HOLDS - ENLARGE WS-RATE-TABLE.'
              PERFORM REFUSE-RUN
           END-IF.

           ADD 1 TO WS-RATE-COUNT.
           MOVE WS-RATE-COUNT TO WS-RATE-SUB.
           MOVE CRAJRNL-ORIG-CURRENCY OF WS-JRNL-REC
              TO WS-RATE-CCY(WS-RATE-SUB).
           MOVE ZERO TO WS-RATE-LEGS(WS-RATE-SUB).
           MOVE ZERO TO WS-RATE-MISSED(WS-RATE-SUB).
           MOVE ZERO TO WS-RATE-MARGIN(WS-RATE-SUB).
           PERFORM FIND-BOOK-RATE.

       VB040.
           ADD 1 TO WS-RATE-LEGS(WS-RATE-SUB).

           IF WS-RATE-NONE(WS-RATE-SUB)
              ADD 1 TO WS-RATE-MISSED(WS-RATE-SUB)
              ADD 1 TO WS-LEGS-NO-RATE
              GO TO VB999
           END-IF.

           COMPUTE SORT-BOOK-AMT ROUNDED =
              CRAJRNL-ORIG-AMT OF WS-JRNL-REC
              * WS-RATE-MID(WS-RATE-SUB).
           COMPUTE WS-RATE-MARGIN(WS-RATE-SUB) =
              WS-RATE-MARGIN(WS-RATE-SUB) + SORT-BOOK-AMT - SORT-AMT.

       VB999.
           EXIT.


       FIND-BOOK-RATE SECTION.
      *
      *    The rate in force on the business date.  BNKRATE stamps
      *    each record it replaces with the date it was superseded,
      *    so the record superseded soonest after the business date
      *    is the one that was on the book that day; if none was
      *    superseded since, CURRATE still holds it.
      *
       FB010.
           SET WS-RATE-NONE(WS-RATE-SUB) TO TRUE.
           MOVE ZERO TO WS-RATE-MID(WS-RATE-SUB).
           MOVE 99999999 TO WS-BEST-SUPERSEDED.

           IF NOT WS-HIST-OPEN
              GO TO FB030
           END-IF.

           MOVE WS-RATE-CCY(WS-RATE-SUB) TO RATEHIST-CURRENCY.
           MOVE LOW-VALUES TO RATEHIST-EFF-DATE.
           START RATEHIST-FILE KEY IS NOT LESS THAN RATEHIST-KEY.

           IF WS-HIST-NOTFND
              GO TO FB030
           END-IF.
           IF NOT WS-HIST-OK
              DISPLAY 'ERROR STARTING RATEHIST-FILE STATUS '
                      WS-HIST-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           MOVE 'N' TO HIST-EOF-SW.
           PERFORM SCAN-RATE-HISTORY THRU SH999
              UNTIL HIST-EOF.

       FB030.
           IF WS-RATE-FROM-HIST(WS-RATE-SUB)
              GO TO FB999
           END-IF.

           IF NOT WS-CURRATE-OPEN
              GO TO FB999
           END-IF.

           MOVE WS-RATE-CCY(WS-RATE-SUB) TO CURRATE-KEY.
           READ CURRATE-FILE.

           IF WS-CURRATE-NOTFND
              GO TO FB999
           END-IF.
           IF NOT WS-CURRATE-OK
              DISPLAY 'ERROR READING CURRATE-FILE STATUS '
                      WS-CURRATE-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           IF CURRATE-BUY-RATE = ZERO OR CURRATE-SELL-RATE = ZERO
              GO TO FB999
           END-IF.

           COMPUTE WS-RATE-MID(WS-RATE-SUB) ROUNDED =
              (CURRATE-BUY-RATE + CURRATE-SELL-RATE) / 2.
           SET WS-RATE-FROM-CURRATE(WS-RATE-SUB) TO TRUE.

       FB999.
           EXIT.


       SCAN-RATE-HISTORY SECTION.
       SH010.
           READ RATEHIST-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO HIST-EOF-SW
                 GO TO SH999
           END-READ.

           IF NOT WS-HIST-OK
              DISPLAY 'ERROR READING RATEHIST-FILE STATUS '
                      WS-HIST-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           IF RATEHIST-CURRENCY NOT = WS-RATE-CCY(WS-RATE-SUB)
              MOVE 'Y' TO HIST-EOF-SW
              GO TO SH999
           END-IF.

           IF RATEHIST-SUPERSEDED NOT > WS-BUS-DATE
              OR RATEHIST-SUPERSEDED NOT < WS-BEST-SUPERSEDED
              GO TO SH999
           END-IF.

           IF RATEHIST-BUY-RATE = ZERO OR RATEHIST-SELL-RATE = ZERO
              GO TO SH999
           END-IF.

           MOVE RATEHIST-SUPERSEDED TO WS-BEST-SUPERSEDED.
           COMPUTE WS-RATE-MID(WS-RATE-SUB) ROUNDED =
              (RATEHIST-BUY-RATE + RATEHIST-SELL-RATE) / 2.
           SET WS-RATE-FROM-HIST(WS-RATE-SUB) TO TRUE.

       SH999.
           EXIT.


       POST-TOTALS SECTION.
       PT010.
           PERFORM WRITE-GL-HEADER.

           MOVE WS-BUS-DATE TO HDG-BUS-DATE.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           WRITE GL-REPORT-LINE FROM WS-HEADING-1.
           PERFORM CHECK-REPORT-STATUS.
           WRITE GL-REPORT-LINE FROM WS-BLANK-LINE.
           PERFORM CHECK-REPORT-STATUS.
           WRITE GL-REPORT-LINE FROM WS-HEADING-2.
           PERFORM CHECK-REPORT-STATUS.

           PERFORM SUMMARISE-ONE-LEG THRU SL999
              UNTIL SORT-EOF.

      *
      *    Post the last total.
      *
           IF NOT FIRST-RECORD
              PERFORM END-OF-TOTAL
           END-IF.

       PT999.
           EXIT.


       SUMMARISE-ONE-LEG SECTION.
       SL010.
           RETURN SORT-WORK
              AT END
                 MOVE 'Y' TO SORT-EOF-SW
                 GO TO SL999
           END-RETURN.

      *
      *    Control break: a total is posted once every leg with its
      *    sort code, action, leg type and currency has been seen.
      *
           IF FIRST-RECORD
              MOVE 'N' TO FIRST-RECORD-SW
              PERFORM START-OF-TOTAL
           ELSE
              IF SORT-KEY NOT = WS-BKT-KEY
                 PERFORM END-OF-TOTAL
                 PERFORM START-OF-TOTAL
              END-IF
           END-IF.

           ADD 1             TO WS-BKT-LEGS.
           ADD SORT-AMT      TO WS-BKT-NET.
           ADD SORT-BOOK-AMT TO WS-BKT-BOOK.

       SL999.
           EXIT.


       START-OF-TOTAL SECTION.
       SO010.
           MOVE SORT-KEY TO WS-BKT-KEY.
           MOVE ZERO     TO WS-BKT-LEGS.
           MOVE ZERO     TO WS-BKT-NET.
           MOVE ZERO     TO WS-BKT-BOOK.

       SO999.
           EXIT.


       END-OF-TOTAL SECTION.
      *
      *    The customer side at what posted, the contra side at the
      *    book value, and any difference - the FX margin - to FX
      *    income.  Both mappings are found before anything is
      *    written, so an unmapped total posts nothing at all.
      *
       EO010.
           PERFORM ADD-TO-SORTC-TABLE.
           ADD WS-BKT-NET TO WS-GL-CUST-NET.
           COMPUTE WS-BKT-MARGIN = WS-BKT-BOOK - WS-BKT-NET.

           MOVE WS-BKT-ACTION   TO WS-MAP-ACTION.
           MOVE WS-BKT-LEG-TYPE TO WS-MAP-LEG-TYPE.
           MOVE WS-BKT-CURRENCY TO WS-MAP-CURRENCY.
           PERFORM FIND-GL-MAPPING.

           IF NOT MAP-FOUND
              MOVE 'NO GL MAPPING - NOT POSTED' TO WS-ENTRY-NOTE
              GO TO EO020
           END-IF.

           MOVE GLMAP-CUST-GL   TO WS-CUST-GL.
           MOVE GLMAP-CONTRA-GL TO WS-CONTRA-GL.
           MOVE GLMAP-DESC      TO WS-MAP-DESC.
           MOVE SPACES          TO WS-FX-GL.

           IF WS-BKT-MARGIN = ZERO
              GO TO EO030
           END-IF.

           MOVE 'X'             TO WS-MAP-ACTION.
           MOVE SPACE           TO WS-MAP-LEG-TYPE.
           MOVE WS-BKT-CURRENCY TO WS-MAP-CURRENCY.
           PERFORM FIND-GL-MAPPING.

           IF NOT MAP-FOUND
              MOVE 'NO FX MAPPING - NOT POSTED' TO WS-ENTRY-NOTE
              GO TO EO020
           END-IF.

           MOVE GLMAP-CONTRA-GL TO WS-FX-GL.
           GO TO EO030.

       EO020.
      *
      *    Listed with the customer-side amount so finance can see
      *    what is waiting on the mapping; the run will refuse.
      *
           ADD 1 TO WS-TOTALS-UNMAPPED.
           MOVE SPACES          TO WS-ENTRY-GL.
           MOVE WS-BKT-ACTION   TO WS-ENTRY-ACTION.
           MOVE WS-BKT-LEG-TYPE TO WS-ENTRY-LEG-TYPE.
           COMPUTE WS-ENTRY-AMT = WS-BKT-NET * -1.
           PERFORM WRITE-ENTRY-LINE.
           GO TO EO999.

       EO030.
           MOVE WS-CUST-GL      TO WS-ENTRY-GL.
           MOVE WS-BKT-ACTION   TO WS-ENTRY-ACTION.
           MOVE WS-BKT-LEG-TYPE TO WS-ENTRY-LEG-TYPE.
           COMPUTE WS-ENTRY-AMT = WS-BKT-NET * -1.
           MOVE WS-MAP-DESC     TO WS-ENTRY-NARRATIVE.
           MOVE 'CUSTOMER BALANCES' TO WS-ENTRY-NOTE.
           PERFORM WRITE-GL-ENTRY.

           MOVE WS-CONTRA-GL    TO WS-ENTRY-GL.
           MOVE WS-BKT-BOOK     TO WS-ENTRY-AMT.
           MOVE WS-MAP-DESC     TO WS-ENTRY-NARRATIVE.
           MOVE 'CONTRA'        TO WS-ENTRY-NOTE.
           PERFORM WRITE-GL-ENTRY.

           IF WS-BKT-MARGIN = ZERO
              GO TO EO999
           END-IF.

           MOVE WS-FX-GL        TO WS-ENTRY-GL.
           MOVE 'X'             TO WS-ENTRY-ACTION.
           MOVE SPACE           TO WS-ENTRY-LEG-TYPE.
           COMPUTE WS-ENTRY-AMT = WS-BKT-MARGIN * -1.
           MOVE SPACES          TO WS-ENTRY-NARRATIVE.
           STRING 'FX MARGIN ' WS-BKT-CURRENCY
                  DELIMITED BY SIZE
                  INTO WS-ENTRY-NARRATIVE
           END-STRING.
           MOVE 'FX INCOME'     TO WS-ENTRY-NOTE.
           PERFORM WRITE-GL-ENTRY.
           ADD WS-BKT-MARGIN TO WS-FX-MARGIN-TOTAL.

       EO999.
           EXIT.


       FIND-GL-MAPPING SECTION.
      *
      *    The currency's own record first, then the blank-currency
      *    default for the action and leg type.
      *
       FM010.
           MOVE 'N'        TO MAP-FOUND-SW.
           MOVE WS-MAP-KEY TO GLMAP-KEY.
           READ GLMAP-FILE.

           IF WS-GLMAP-OK
              MOVE 'Y' TO MAP-FOUND-SW
              GO TO FM999
           END-IF.
           IF NOT WS-GLMAP-NOTFND
              DISPLAY 'ERROR READING GLMAP-FILE STATUS '
                      WS-GLMAP-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           IF WS-MAP-CURRENCY = SPACES
              GO TO FM999
           END-IF.

           MOVE SPACES TO GLMAP-CURRENCY.
           READ GLMAP-FILE.

           IF WS-GLMAP-OK
              MOVE 'Y' TO MAP-FOUND-SW
              GO TO FM999
           END-IF.
           IF NOT WS-GLMAP-NOTFND
              DISPLAY 'ERROR READING GLMAP-FILE STATUS '
                      WS-GLMAP-STATUS
              PERFORM REFUSE-RUN
           END-IF.

       FM999.
           EXIT.


       WRITE-GL-ENTRY SECTION.
      *
      *    A total that nets to nothing on one side has nothing to
      *    post there.
      *
       WE010.
           IF WS-ENTRY-AMT = ZERO
              GO TO WE999
           END-IF.

           COMPUTE WS-ENTRY-ABS = FUNCTION ABS(WS-ENTRY-AMT).

           MOVE SPACES TO GLFEED-REC.
           SET GLFEED-IS-DETAIL     TO TRUE.
           MOVE WS-ENTRY-GL         TO GLFEED-GL-ACCOUNT.
           MOVE WS-BKT-SORTC        TO GLFEED-SORTC.
           MOVE WS-BKT-CURRENCY     TO GLFEED-CURRENCY.
           MOVE WS-ENTRY-ABS        TO GLFEED-AMT.
           MOVE WS-BKT-LEGS         TO GLFEED-LEG-COUNT.
           MOVE WS-ENTRY-ACTION     TO GLFEED-ACTION.
           MOVE WS-ENTRY-LEG-TYPE   TO GLFEED-LEG-TYPE.
           MOVE WS-ENTRY-NARRATIVE  TO GLFEED-NARRATIVE.

           IF WS-ENTRY-AMT > ZERO
              SET GLFEED-DEBIT TO TRUE
              ADD WS-ENTRY-ABS TO WS-TOTAL-DEBITS
           ELSE
              SET GLFEED-CREDIT TO TRUE
              ADD WS-ENTRY-ABS TO WS-TOTAL-CREDITS
           END-IF.

           WRITE GLFEED-REC.
           PERFORM CHECK-GLFEED-STATUS.
           ADD 1 TO WS-ENTRIES-WRITTEN.

           PERFORM WRITE-ENTRY-LINE.

       WE999.
           EXIT.


       WRITE-ENTRY-LINE SECTION.
       WN010.
           MOVE WS-BKT-SORTC    TO ENT-SORTC.

           EVALUATE WS-ENTRY-ACTION
              WHEN 'C'
                 MOVE 'CREDIT/DEBIT' TO ENT-ACTION
              WHEN 'T'
                 MOVE 'TRANSFER'     TO ENT-ACTION
              WHEN 'N'
                 MOVE 'INTEREST'     TO ENT-ACTION
              WHEN 'F'
                 MOVE 'SERVICE CHG'  TO ENT-ACTION
              WHEN 'D'
                 MOVE 'DISPUTE'      TO ENT-ACTION
              WHEN 'X'
                 MOVE 'FX MARGIN'    TO ENT-ACTION
              WHEN OTHER
                 MOVE SPACES         TO ENT-ACTION
                 MOVE WS-ENTRY-ACTION TO ENT-ACTION(1:1)
           END-EVALUATE.

           EVALUATE WS-ENTRY-LEG-TYPE
              WHEN 'C'
                 MOVE 'CREDIT'  TO ENT-LEG
              WHEN 'D'
                 MOVE 'DEBIT'   TO ENT-LEG
              WHEN 'B'
                 MOVE 'BACKOUT' TO ENT-LEG
              WHEN OTHER
                 MOVE SPACES    TO ENT-LEG
           END-EVALUATE.

           MOVE WS-BKT-CURRENCY TO ENT-CCY.
           MOVE WS-BKT-LEGS     TO ENT-LEGS.
           MOVE WS-ENTRY-GL     TO ENT-GL.

           IF WS-ENTRY-AMT > ZERO
              MOVE WS-ENTRY-AMT TO ENT-DEBIT
              MOVE ZERO         TO ENT-CREDIT
           ELSE
              MOVE ZERO         TO ENT-DEBIT
              COMPUTE ENT-CREDIT = WS-ENTRY-AMT * -1
           END-IF.

           MOVE WS-ENTRY-NOTE   TO ENT-NOTE.

           WRITE GL-REPORT-LINE FROM WS-ENTRY-LINE.
           PERFORM CHECK-REPORT-STATUS.

       WN999.
           EXIT.


       ADD-TO-SORTC-TABLE SECTION.
       AS010.
           MOVE WS-BKT-SORTC TO WS-FIND-SORTC.
           PERFORM FIND-SORTC-ENTRY.

           ADD WS-BKT-LEGS TO WS-SORTC-GL-CNT(WS-SUB).
           ADD WS-BKT-NET  TO WS-SORTC-GL-NET(WS-SUB).

       AS999.
           EXIT.


       FIND-SORTC-ENTRY SECTION.
      *
      *    Leaves WS-SUB on the entry for WS-FIND-SORTC, adding one
      *    if the sort code is new.
      *
       FS010.
           MOVE 1 TO WS-SUB.

       FS020.
           IF WS-SUB > WS-SORTC-COUNT
              GO TO FS030
           END-IF.

           IF WS-SORTC-CODE(WS-SUB) = WS-FIND-SORTC
              GO TO FS999
           END-IF.

           ADD 1 TO WS-SUB.
           GO TO FS020.

       FS030.
           IF WS-SORTC-COUNT >= WS-SORTC-MAX
              DISPLAY 'BNKGLIF - MORE SORT CODES THAN THE TABLE '
                      'HOLDS - ENLARGE WS-SORTC-TABLE.'
              PERFORM REFUSE-RUN
           END-IF.

           ADD 1 TO WS-SORTC-COUNT.
           MOVE WS-SORTC-COUNT TO WS-SUB.
           MOVE WS-FIND-SORTC  TO WS-SORTC-CODE(WS-SUB).
           MOVE ZERO           TO WS-SORTC-GL-CNT(WS-SUB).
           MOVE ZERO           TO WS-SORTC-GL-NET(WS-SUB).
           MOVE ZERO           TO WS-SORTC-SETL-CNT(WS-SUB).
           MOVE ZERO           TO WS-SORTC-SETL-NET(WS-SUB).

       FS999.
           EXIT.


       WRITE-RATE-SUMMARY SECTION.
       WS010.
           IF WS-RATE-COUNT = ZERO
              GO TO WS999
           END-IF.

           WRITE GL-REPORT-LINE FROM WS-BLANK-LINE.
           PERFORM CHECK-REPORT-STATUS.
           WRITE GL-REPORT-LINE FROM WS-RATE-HEADING.
           PERFORM CHECK-REPORT-STATUS.
           WRITE GL-REPORT-LINE FROM WS-RATE-HEADING-2.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 1 TO WS-RATE-SUB.

       WS020.
           IF WS-RATE-SUB > WS-RATE-COUNT
              GO TO WS999
           END-IF.

           MOVE WS-RATE-CCY(WS-RATE-SUB)    TO RTE-CCY.
           MOVE WS-RATE-MID(WS-RATE-SUB)    TO RTE-MID.
           EVALUATE TRUE
              WHEN WS-RATE-FROM-CURRATE(WS-RATE-SUB)
                 MOVE 'CURRATE'  TO RTE-SOURCE
              WHEN WS-RATE-FROM-HIST(WS-RATE-SUB)
                 MOVE 'RATEHIST' TO RTE-SOURCE
              WHEN OTHER
                 MOVE 'NONE'     TO RTE-SOURCE
           END-EVALUATE.
           MOVE WS-RATE-LEGS(WS-RATE-SUB)   TO RTE-LEGS.
           MOVE WS-RATE-MISSED(WS-RATE-SUB) TO RTE-MISSED.
           MOVE WS-RATE-MARGIN(WS-RATE-SUB) TO RTE-MARGIN.

           WRITE GL-REPORT-LINE FROM WS-RATE-LINE.
           PERFORM CHECK-REPORT-STATUS.

           ADD 1 TO WS-RATE-SUB.
           GO TO WS020.

       WS999.
           EXIT.


       TIE-TO-SETTLEMENT SECTION.
      *
      *    BNKRECON netted the same successful legs per sort code off
      *    the live journal before BNKEODJ archived it, so every sort
      *    code must agree to the penny and the leg.  A sort code on
      *    one side only is a break too.
      *
       TS010.
           OPEN INPUT SETL-FILE.
           IF WS-SETL-OK
              SET WS-SETL-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING SETL-FILE STATUS '
                      WS-SETL-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           PERFORM LOAD-SETTLEMENT-RECORD THRU LS999
              UNTIL SETL-EOF.

           CLOSE SETL-FILE.
           MOVE 'N' TO WS-SETL-OPEN-SW.

           WRITE GL-REPORT-LINE FROM WS-BLANK-LINE.
           PERFORM CHECK-REPORT-STATUS.
           MOVE WS-SETL-DATE TO TIH-SETL-DATE.
           WRITE GL-REPORT-LINE FROM WS-TIE-HEADING.
           PERFORM CHECK-REPORT-STATUS.
           WRITE GL-REPORT-LINE FROM WS-TIE-HEADING-2.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 1 TO WS-SUB.

       TS020.
           IF WS-SUB > WS-SORTC-COUNT
              GO TO TS999
           END-IF.

           COMPUTE WS-TIE-DIFF = WS-SORTC-GL-NET(WS-SUB)
                               - WS-SORTC-SETL-NET(WS-SUB).

           MOVE WS-SORTC-CODE(WS-SUB)     TO TIE-SORTC.
           MOVE WS-SORTC-GL-CNT(WS-SUB)   TO TIE-GL-CNT.
           MOVE WS-SORTC-GL-NET(WS-SUB)   TO TIE-GL-NET.
           MOVE WS-SORTC-SETL-CNT(WS-SUB) TO TIE-SETL-CNT.
           MOVE WS-SORTC-SETL-NET(WS-SUB) TO TIE-SETL-NET.
           MOVE WS-TIE-DIFF               TO TIE-DIFF.

           IF WS-TIE-DIFF = ZERO
              AND WS-SORTC-GL-CNT(WS-SUB) = WS-SORTC-SETL-CNT(WS-SUB)
              MOVE 'TIED'  TO TIE-RESULT
              ADD 1 TO WS-SORTC-TIED
           ELSE
              MOVE 'BREAK' TO TIE-RESULT
              ADD 1 TO WS-SORTC-BREAKS
           END-IF.

           WRITE GL-REPORT-LINE FROM WS-TIE-LINE.
           PERFORM CHECK-REPORT-STATUS.

           ADD 1 TO WS-SUB.
           GO TO TS020.

       TS999.
           EXIT.


       LOAD-SETTLEMENT-RECORD SECTION.
       LS010.
           READ SETL-FILE
              AT END
                 MOVE 'Y' TO SETL-EOF-SW
                 GO TO LS999
           END-READ.

           IF NOT WS-SETL-OK AND NOT WS-SETL-EOF-STATUS
              DISPLAY 'ERROR READING SETL-FILE STATUS '
                      WS-SETL-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           IF SETL-IS-HEADER
              MOVE SETL-HDR-DATE TO WS-SETL-DATE
              GO TO LS999
           END-IF.

           IF SETL-IS-TRAILER
              MOVE SETL-TRL-AMT TO WS-SETL-TOTAL
              IF SETL-TRL-SIGN = '-'
                 COMPUTE WS-SETL-TOTAL = WS-SETL-TOTAL * -1
              END-IF
              GO TO LS999
           END-IF.

           IF NOT SETL-IS-DETAIL
              GO TO LS999
           END-IF.

           MOVE SETL-DTL-AMT TO WS-SETL-NET.
           IF SETL-DTL-SIGN = '-'
              COMPUTE WS-SETL-NET = WS-SETL-NET * -1
           END-IF.

           MOVE SETL-DTL-SORTC TO WS-FIND-SORTC.
           PERFORM FIND-SORTC-ENTRY.

           ADD SETL-DTL-COUNT TO WS-SORTC-SETL-CNT(WS-SUB).
           ADD WS-SETL-NET    TO WS-SORTC-SETL-NET(WS-SUB).

       LS999.
           EXIT.


       WRITE-RUN-TOTALS SECTION.
       WT010.
           WRITE GL-REPORT-LINE FROM WS-BLANK-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'ARCHIVE RECORDS READ'         TO TOT-DESC.
           MOVE WS-RECORDS-READ                TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE GL-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'ARCHIVE TRAILER COUNT'        TO TOT-DESC.
           MOVE WS-TRL-COUNT                   TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE GL-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'POSTED LEGS SUMMARISED'       TO TOT-DESC.
           MOVE WS-LEGS-SUMMARISED             TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE GL-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'GL ENTRIES WRITTEN'           TO TOT-DESC.
           MOVE WS-ENTRIES-WRITTEN             TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE GL-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'TOTALS WITH NO GL MAPPING'    TO TOT-DESC.
           MOVE WS-TOTALS-UNMAPPED             TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE GL-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'CONVERTED LEGS - NO BOOK RATE' TO TOT-DESC.
           MOVE WS-LEGS-NO-RATE                TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE GL-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'SORT CODES TIED'              TO TOT-DESC.
           MOVE WS-SORTC-TIED                  TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE GL-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'SORT CODE BREAKS'             TO TOT-DESC.
           MOVE WS-SORTC-BREAKS                TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE GL-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           WRITE GL-REPORT-LINE FROM WS-BLANK-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'TOTAL DEBITS'                 TO MNY-DESC.
           MOVE WS-TOTAL-DEBITS                TO WS-BIG-NET-DISPLAY.
           MOVE WS-BIG-NET-DISPLAY             TO MNY-AMT.
           WRITE GL-REPORT-LINE FROM WS-MONEY-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'TOTAL CREDITS'                TO MNY-DESC.
           MOVE WS-TOTAL-CREDITS               TO WS-BIG-NET-DISPLAY.
           MOVE WS-BIG-NET-DISPLAY             TO MNY-AMT.
           WRITE GL-REPORT-LINE FROM WS-MONEY-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'FX MARGIN TAKEN TO INCOME'    TO MNY-DESC.
           MOVE WS-FX-MARGIN-TOTAL             TO WS-BIG-NET-DISPLAY.
           MOVE WS-BIG-NET-DISPLAY             TO MNY-AMT.
           WRITE GL-REPORT-LINE FROM WS-MONEY-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'GL CUSTOMER NET MOVEMENT'     TO MNY-DESC.
           MOVE WS-GL-CUST-NET                 TO WS-BIG-NET-DISPLAY.
           MOVE WS-BIG-NET-DISPLAY             TO MNY-AMT.
           WRITE GL-REPORT-LINE FROM WS-MONEY-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'BNKRECON SETTLEMENT NET'      TO MNY-DESC.
           MOVE WS-SETL-TOTAL                  TO WS-BIG-NET-DISPLAY.
           MOVE WS-BIG-NET-DISPLAY             TO MNY-AMT.
           WRITE GL-REPORT-LINE FROM WS-MONEY-LINE.
           PERFORM CHECK-REPORT-STATUS.

           WRITE GL-REPORT-LINE FROM WS-BLANK-LINE.
           PERFORM CHECK-REPORT-STATUS.

       WT999.
           EXIT.


       PROVE-FEED SECTION.
      *
      *    Every reason the GL system must not post the feed is
      *    listed, not just the first, so one rerun can clear them.
      *
       PF010.
           IF NOT TRAILER-SEEN
              MOVE 'ARCHIVE TRAILER MISSING' TO RFS-REASON
              PERFORM WRITE-REFUSAL
           ELSE
              IF WS-RECORDS-READ NOT = WS-TRL-COUNT
                 MOVE 'ARCHIVE COUNT DOES NOT MATCH ITS TRAILER'
                    TO RFS-REASON
                 PERFORM WRITE-REFUSAL
              END-IF
              IF WS-ARCH-HASH-C      NOT = WS-TRL-HASH-C
                 OR WS-ARCH-HASH-T   NOT = WS-TRL-HASH-T
                 OR WS-ARCH-HASH-I   NOT = WS-TRL-HASH-I
                 OR WS-ARCH-HASH-OTH NOT = WS-TRL-HASH-OTH
                 MOVE 'ARCHIVE HASH TOTALS DO NOT MATCH ITS TRAILER'
                    TO RFS-REASON
                 PERFORM WRITE-REFUSAL
              END-IF
           END-IF.

           IF WS-TOTALS-UNMAPPED > ZERO
              MOVE 'TOTALS WITH NO GL MAPPING - ADD THEM TO GLMAP'
                 TO RFS-REASON
              PERFORM WRITE-REFUSAL
           END-IF.

           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
              MOVE 'DEBITS AND CREDITS DO NOT BALANCE' TO RFS-REASON
              PERFORM WRITE-REFUSAL
           END-IF.

           IF WS-SORTC-BREAKS > ZERO
              MOVE 'SORT CODES DO NOT TIE TO THE BNKRECON SETTLEMENT'
                 TO RFS-REASON
              PERFORM WRITE-REFUSAL
           END-IF.

       PF999.
           EXIT.


       WRITE-REFUSAL SECTION.
       WR010.
           SET FEED-REFUSED TO TRUE.
           WRITE GL-REPORT-LINE FROM WS-REFUSE-LINE.
           PERFORM CHECK-REPORT-STATUS.

       WR999.
           EXIT.


       WRITE-GL-HEADER SECTION.
       WH010.
           MOVE SPACES TO GLFEED-REC.
           SET GLFEED-IS-HEADER   TO TRUE.
           MOVE WS-BUS-DATE       TO GLFEED-HDR-BUS-DATE.
           MOVE WS-RUN-DATE       TO GLFEED-HDR-RUN-DATE.
           MOVE 'BANKING '        TO GLFEED-HDR-SOURCE.

           WRITE GLFEED-REC.
           PERFORM CHECK-GLFEED-STATUS.

       WH999.
           EXIT.


       WRITE-GL-TRAILER SECTION.
       WL010.
           MOVE SPACES TO GLFEED-REC.
           SET GLFEED-IS-TRAILER  TO TRUE.
           MOVE WS-ENTRIES-WRITTEN TO GLFEED-TRL-COUNT.
           MOVE WS-TOTAL-DEBITS   TO GLFEED-TRL-DEBITS.
           MOVE WS-TOTAL-CREDITS  TO GLFEED-TRL-CREDITS.

           WRITE GLFEED-REC.
           PERFORM CHECK-GLFEED-STATUS.

       WL999.
           EXIT.


       CHECK-GLFEED-STATUS SECTION.
       CG010.
           IF NOT WS-GLFEED-OK
              DISPLAY 'ERROR WRITING GLFEED-FILE STATUS '
                      WS-GLFEED-STATUS
              PERFORM REFUSE-RUN
           END-IF.

       CG999.
           EXIT.


       CHECK-REPORT-STATUS SECTION.
       CK010.
           IF NOT WS-REPORT-OK
              DISPLAY 'ERROR WRITING GL-REPORT STATUS '
                      WS-REPORT-STATUS
              PERFORM REFUSE-RUN
           END-IF.

       CK999.
           EXIT.


       REFUSE-RUN SECTION.
       RR010.
      *
      *    A controlled stand-down with return code 8 and no feed
      *    trailer.  Nothing is updated, so the rerun simply cuts
      *    the feed again.
      *
           MOVE 8 TO RETURN-CODE.
           PERFORM RECORD-RUN-END.
           PERFORM TERMINATE-RUN.

       RR999.
           EXIT.


       RECORD-RUN-START SECTION.
      *
      *    Stamp this run started on the shared RUNCTL file.  The
      *    archive is only the day's proven journal once BNKEODJ has
      *    finished cleanly.
      *
       RS010.
           INITIALIZE RNCTL-PARMS.
           SET RNCTL-FUNC-START TO TRUE.
           MOVE 'BNKGLIF'  TO RNCTL-JOBNAME.
           MOVE 1          TO RNCTL-PRED-COUNT.
           MOVE 'BNKEODJ'  TO RNCTL-PRED-NAME(1).

           CALL 'BNKRNCTL' USING RNCTL-PARMS
              ON EXCEPTION
                 SET RNCTL-REFUSED TO TRUE
                 MOVE 'RUN-CONTROL PROGRAM UNAVAILABLE'
                    TO RNCTL-REASON
           END-CALL.

           IF RNCTL-REFUSED
              DISPLAY 'BNKGLIF - NOT CLEAR TO START - '
                      RNCTL-REASON
              MOVE 8 TO RETURN-CODE
              PERFORM RECORD-RUN-END
              PERFORM TERMINATE-RUN
           END-IF.

       RS999.
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
           IF WS-ARCHIVE-OPEN
              CLOSE ARCHIVE-FILE
           END-IF.
           IF WS-GLMAP-OPEN
              CLOSE GLMAP-FILE
           END-IF.
           IF WS-CURRATE-OPEN
              CLOSE CURRATE-FILE
           END-IF.
           IF WS-HIST-OPEN
              CLOSE RATEHIST-FILE
           END-IF.
           IF WS-SETL-OPEN
              CLOSE SETL-FILE
           END-IF.
           IF WS-GLFEED-OPEN
              CLOSE GLFEED-FILE
           END-IF.
           IF WS-REPORT-OPEN
              CLOSE GL-REPORT
           END-IF.
           STOP RUN.

       TE999.
           EXIT.
