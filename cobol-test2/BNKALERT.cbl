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
      * BNKALERT - nightly customer alert extract for the BANKING
      * application.  Runs after BNKPOSUP, reads the proven CRAARCH
      * archive it has just rolled (the JCL points CRAARCH at the
      * same generation) and writes the ALERTOUT file the email/SMS
      * messaging gateway sends from - the fixed ALERTREC layout,
      * a header, one record per alert and a counted trailer.
      *
      * The archive is sorted by account so each account's day is
      * seen together, and the account's ALRTPREF preferences (kept
      * by BNKALRTM) decide which alerts it gets:
      *   LD - each posted debit of at least the chosen threshold;
      *   LB - the ACCTPOS balance, as just rolled, below the chosen
      *        floor when it was not below it before the day's
      *        postings - the night it crosses, not every night it
      *        stays under;
      *   RJ - the day's refused attempts on the account reaching
      *        the chosen count.  Refusals for service unavailable
      *        (fail code '9') are the bank's outage, not activity
      *        on the account, and are not counted;
      *   SO - a standing order paid from the account that failed:
      *        BNKSTORD's debit refused, or its credit refused and
      *        the debit backed out.  The order number is found on
      *        STORDER from the paying account and amount.
      * Inquiries raise nothing.  An account with no preferences
      * record gets no alerts; one that has opted out has its alerts
      * counted as suppressed and sends none.
      *
      * Each alert is addressed through ACCTXREF to the customer and
      * the email on the CUSTMST extract.  An alert that cannot be
      * addressed - no cross-reference, a customer missing from the
      * extract, or no usable email address - is not dropped: it
      * goes on the exceptions report with the reason, for customer
      * service to chase.  The report ends with the alert counts by
      * type and the exception counts by reason.
      *
      * Nothing is updated, so a rerun simply cuts the file again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKALERT.
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

           SELECT ALRTPREF-FILE ASSIGN TO ALRTPREF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ALRTPREF-KEY
              FILE STATUS IS WS-ALRTPREF-STATUS.

           SELECT ACCTPOS-FILE  ASSIGN TO ACCTPOS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACCTPOS-KEY
              FILE STATUS IS WS-ACCTPOS-STATUS.

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

           SELECT STORDER-FILE  ASSIGN TO STORDER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS STORDER-KEY
              FILE STATUS IS WS-STORDER-STATUS.

           SELECT ALERT-FILE    ASSIGN TO ALERTOUT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-ALERT-STATUS.

           SELECT ALERT-REPORT  ASSIGN TO ALRTRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      * The raw archive record - the same length as the CRAJRNL
      * layout in WS-JRNL-REC, which is where the fields are picked
      * apart.  Keep the two in step if the copybook grows.
      *
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RAW                  PIC X(111).

      *
      * One sort record per journal leg, sorted on account and then
      * on the order the legs were archived in, so each account's
      * day comes back together and in time order.
      *
       SD  SORT-WORK.
       01  SORT-REC.
           03 SORT-ACCNO                PIC X(8).
           03 SORT-SEQ                  PIC 9(9).
           03 SORT-JRNL                 PIC X(111).

       FD  ALRTPREF-FILE.
       01  ALRTPREF-REC.
           COPY ALRTPREF.

       FD  ACCTPOS-FILE.
       01  ACCTPOS-REC.
           COPY ACCTPOS.

       FD  ACCTXREF-FILE.
       01  ACCTXREF-REC.
           COPY ACCTXREF.

       FD  CUSTMST-FILE.
       01  CUSTMST-REC.
           COPY CUSTMST.

       FD  STORDER-FILE.
       01  STORDER-REC.
           COPY STORDER.

       FD  ALERT-FILE
           RECORDING MODE IS F.
       01  ALERT-REC.
           COPY ALERTREC.

       FD  ALERT-REPORT
           RECORDING MODE IS F.
       01  ALERT-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
      *
      * Switches
      *
       01 SWITCHES.
          03 ARCHIVE-EOF-SW            PIC X         VALUE 'N'.
             88 ARCHIVE-EOF                          VALUE 'Y'.
          03 STORDER-EOF-SW            PIC X         VALUE 'N'.
             88 STORDER-EOF                          VALUE 'Y'.
          03 SORT-EOF-SW               PIC X         VALUE 'N'.
             88 SORT-EOF                             VALUE 'Y'.
          03 FIRST-RECORD-SW           PIC X         VALUE 'Y'.
             88 FIRST-RECORD                         VALUE 'Y'.
          03 ACCT-POSTED-SW            PIC X         VALUE 'N'.
             88 ACCT-POSTED                          VALUE 'Y'.
          03 ACCT-ADDRESSED-SW         PIC X         VALUE 'N'.
             88 ACCT-ADDRESSED                       VALUE 'Y'.

      *
      * File status bytes.
      *
       01 WS-ARCHIVE-STATUS            PIC X(02)     VALUE SPACES.
          88 WS-ARCHIVE-OK                           VALUE '00'.
          88 WS-ARCHIVE-EOF-STATUS                   VALUE '10'.
       01 WS-ALRTPREF-STATUS           PIC X(02)     VALUE SPACES.
          88 WS-ALRTPREF-OK                          VALUE '00'.
          88 WS-ALRTPREF-NOTFND                      VALUE '23'.
          88 WS-ALRTPREF-NOFILE                      VALUE '35'.
       01 WS-ACCTPOS-STATUS            PIC X(02)     VALUE SPACES.
          88 WS-ACCTPOS-OK                           VALUE '00'.
          88 WS-ACCTPOS-NOTFND                       VALUE '23'.
       01 WS-XREFF-STATUS              PIC X(02)     VALUE SPACES.
          88 WS-XREFF-OK                             VALUE '00'.
          88 WS-XREFF-NOTFND                         VALUE '23'.
          88 WS-XREFF-NOFILE                         VALUE '35'.
       01 WS-CUSTMST-STATUS            PIC X(02)     VALUE SPACES.
          88 WS-CUSTMST-OK                           VALUE '00'.
          88 WS-CUSTMST-NOTFND                       VALUE '23'.
          88 WS-CUSTMST-NOFILE                       VALUE '35'.
       01 WS-STORDER-STATUS            PIC X(02)     VALUE SPACES.
          88 WS-STORDER-OK                           VALUE '00'.
          88 WS-STORDER-EOF-STATUS                   VALUE '10'.
          88 WS-STORDER-NOFILE                       VALUE '35'.
       01 WS-ALERT-STATUS              PIC X(02)     VALUE SPACES.
          88 WS-ALERT-OK                             VALUE '00'.
       01 WS-REPORT-STATUS             PIC X(02)     VALUE SPACES.
          88 WS-REPORT-OK                            VALUE '00'.

      *
      * Tracks which files actually reached an open state, so
      * TERMINATE-RUN only closes files it really opened.
      *
       01 WS-ARCHIVE-OPEN-SW           PIC X         VALUE 'N'.
          88 WS-ARCHIVE-OPEN                         VALUE 'Y'.
       01 WS-ALRTPREF-OPEN-SW          PIC X         VALUE 'N'.
          88 WS-ALRTPREF-OPEN                        VALUE 'Y'.
       01 WS-ACCTPOS-OPEN-SW           PIC X         VALUE 'N'.
          88 WS-ACCTPOS-OPEN                         VALUE 'Y'.
       01 WS-XREFF-OPEN-SW             PIC X         VALUE 'N'.
          88 WS-XREFF-OPEN                           VALUE 'Y'.
       01 WS-CUSTMST-OPEN-SW           PIC X         VALUE 'N'.
          88 WS-CUSTMST-OPEN                         VALUE 'Y'.
       01 WS-STORDER-OPEN-SW           PIC X         VALUE 'N'.
          88 WS-STORDER-OPEN                         VALUE 'Y'.
       01 WS-ALERT-OPEN-SW             PIC X         VALUE 'N'.
          88 WS-ALERT-OPEN                           VALUE 'Y'.
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
      * BNKSTORD's batch identity on the legs it journals, and the
      * leg numbers of an order's debit and its backout.
      *
       01 WS-STORD-USERID              PIC X(8)      VALUE 'BNKSTORD'.
       01 WS-STORD-DEBIT-LEG           PIC 9(1)      VALUE 1.
       01 WS-STORD-BACKOUT-LEG         PIC 9(1)      VALUE 3.

      *
      * Active standing orders, for naming the order behind a
      * failed BNKSTORD leg.  More orders than the table holds just
      * means an alert for one of the excess goes out without its
      * order number - the alert itself is never lost.
      *
       01 WS-ORDER-TABLE.
          03 WS-ORDER-COUNT            PIC 9(05) COMP VALUE ZERO.
          03 WS-ORDER-ENTRY OCCURS 2000 TIMES.
             05 WS-ORDER-FROM-ACCNO    PIC X(08).
             05 WS-ORDER-AMT           PIC S9(10)V99.
             05 WS-ORDER-NO            PIC 9(08).

       01 WS-ORDER-MAX                 PIC 9(05) COMP VALUE 2000.
       01 WS-ORDERS-NOT-TABLED         PIC 9(07) COMP VALUE ZERO.
       01 WS-SUB                       PIC 9(05) COMP VALUE ZERO.
       01 WS-ABS-AMT                   PIC S9(10)V99 VALUE ZERO.

      *
      * The account being worked between control breaks: its net
      * posted movement for the day, its refusals, and who it is
      * addressed to once the first alert needs it.
      *
       01 WS-CURR-ACCNO                PIC X(8)      VALUE SPACES.
       01 WS-ACCT-NET                  PIC S9(13)V99 VALUE ZERO.
       01 WS-ACCT-REJECTS              PIC 9(05) COMP VALUE ZERO.
       01 WS-LAST-REJECT-TIME          PIC X(8)      VALUE SPACES.
       01 WS-PRIOR-BALANCE             PIC S9(13)V99 VALUE ZERO.

       01 WS-ADDR-REASON               PIC X(40)     VALUE SPACES.
       01 WS-ADDR-REASON-CODE          PIC X(1)      VALUE SPACE.
          88 WS-ADDR-NO-XREF                         VALUE 'X'.
          88 WS-ADDR-NO-CUSTOMER                     VALUE 'C'.
          88 WS-ADDR-NO-EMAIL                        VALUE 'E'.
       01 WS-ADDR-CUST-ID              PIC 9(6)      VALUE ZERO.
       01 WS-ADDR-EMAIL                PIC X(40)     VALUE SPACES.
       01 WS-ADDR-PRENOM               PIC X(20)     VALUE SPACES.
       01 WS-ADDR-NOM                  PIC X(30)     VALUE SPACES.

      *
      * Email address checks: exactly one @, something before it,
      * a dot somewhere after it and no embedded spaces.
      *
       01 WS-AT-COUNT                  PIC 9(03) COMP VALUE ZERO.
       01 WS-BEFORE-AT                 PIC 9(03) COMP VALUE ZERO.
       01 WS-BEFORE-SPACE              PIC 9(03) COMP VALUE ZERO.
       01 WS-DOT-COUNT                 PIC 9(03) COMP VALUE ZERO.

      *
      * The alert being raised, built here and moved to the output
      * record once it is known it can be addressed.
      *
       01 WS-NEW-ALERT.
          03 WS-NEW-TYPE               PIC X(2).
          03 WS-NEW-EVENT-TIME         PIC X(8).
          03 WS-NEW-AMT                PIC S9(13)V99.
          03 WS-NEW-LIMIT              PIC S9(13)V99.
          03 WS-NEW-COUNT              PIC 9(3).
          03 WS-NEW-ORDER-NO           PIC 9(8).
          03 WS-NEW-FAIL-CODE          PIC X(1).
          03 WS-NEW-TEXT               PIC X(60).

      *
      * The four alert types, in report order, with the counts of
      * each raised, written and suppressed.
      *
       01 WS-ALERT-TYPE-VALUES.
          03 FILLER                    PIC X(22)     VALUE
             'LDLARGE DEBIT'.
          03 FILLER                    PIC X(22)     VALUE
             'LBLOW BALANCE'.
          03 FILLER                    PIC X(22)     VALUE
             'RJREPEATED REJECTS'.
          03 FILLER                    PIC X(22)     VALUE
             'SOSTANDING ORD FAILED'.
       01 WS-ALERT-TYPE-TABLE REDEFINES WS-ALERT-TYPE-VALUES.
          03 WS-AT-ENTRY OCCURS 4 TIMES.
             05 WS-AT-CODE             PIC X(2).
             05 WS-AT-NAME             PIC X(20).

       01 WS-ALERT-TOTALS.
          03 WS-AT-TOTAL OCCURS 4 TIMES.
             05 WS-AT-RAISED           PIC 9(07) COMP.
             05 WS-AT-WRITTEN          PIC 9(07) COMP.
             05 WS-AT-SUPPRESSED       PIC 9(07) COMP.
             05 WS-AT-EXCEPTIONS       PIC 9(07) COMP.

       01 WS-AT-SUB                    PIC 9(04) COMP VALUE ZERO.

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
       01 WS-RECORDS-READ              PIC 9(09) COMP VALUE ZERO.
       01 WS-TRAILERS-SKIPPED          PIC 9(07) COMP VALUE ZERO.
       01 WS-ACCOUNTS-SEEN             PIC 9(07) COMP VALUE ZERO.
       01 WS-ACCOUNTS-WITH-PREFS       PIC 9(07) COMP VALUE ZERO.
       01 WS-ACCOUNTS-OPTED-OUT        PIC 9(07) COMP VALUE ZERO.
       01 WS-ALERTS-WRITTEN            PIC 9(09) COMP VALUE ZERO.
       01 WS-EXC-NO-XREF               PIC 9(07) COMP VALUE ZERO.
       01 WS-EXC-NO-CUSTOMER           PIC 9(07) COMP VALUE ZERO.
       01 WS-EXC-NO-EMAIL              PIC 9(07) COMP VALUE ZERO.

      *
      * Report line work areas
      *
       01 WS-AMT-DISPLAY               PIC +9(13).99.
       01 WS-CNT-DISPLAY               PIC ZZZ,ZZ9.

       01 WS-HEADING-1.
          03 FILLER                    PIC X(48) VALUE
             'BNKALERT - CUSTOMER ALERT EXTRACT EXCEPTIONS'.
          03 FILLER                    PIC X(14) VALUE
             'BUSINESS DATE '.
          03 HDG-BUS-DATE              PIC 9(8).
          03 FILLER                    PIC X(4)  VALUE SPACES.
          03 FILLER                    PIC X(9)  VALUE
             'RUN DATE '.
          03 HDG-RUN-DATE              PIC 9(8).
          03 FILLER                    PIC X(41) VALUE SPACES.

       01 WS-HEADING-2.
          03 FILLER                    PIC X(10) VALUE 'ACCOUNT'.
          03 FILLER                    PIC X(22) VALUE 'ALERT'.
          03 FILLER                    PIC X(8)  VALUE 'CUST ID'.
          03 FILLER                    PIC X(20) VALUE 'AMOUNT'.
          03 FILLER                    PIC X(42) VALUE 'REASON'.
          03 FILLER                    PIC X(30) VALUE 'EMAIL ON FILE'.

       01 WS-EXCEPTION-LINE.
          03 EXC-ACCNO                 PIC X(08).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 EXC-ALERT                 PIC X(20).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 EXC-CUST-ID               PIC X(06).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 EXC-AMT                   PIC X(18).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 EXC-REASON                PIC X(40).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 EXC-EMAIL                 PIC X(30).

       01 WS-TYPE-HEADING.
          03 FILLER                    PIC X(22) VALUE 'ALERT TYPE'.
          03 FILLER                    PIC X(10) VALUE '    RAISED'.
          03 FILLER                    PIC X(10) VALUE '   WRITTEN'.
          03 FILLER                    PIC X(12) VALUE '  OPTED OUT'.
          03 FILLER                    PIC X(12) VALUE '  EXCEPTION'.
          03 FILLER                    PIC X(66) VALUE SPACES.

       01 WS-TYPE-LINE.
          03 TYP-NAME                  PIC X(20).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 FILLER                    PIC X(03) VALUE SPACES.
          03 TYP-RAISED                PIC ZZZ,ZZ9.
          03 FILLER                    PIC X(03) VALUE SPACES.
          03 TYP-WRITTEN               PIC ZZZ,ZZ9.
          03 FILLER                    PIC X(05) VALUE SPACES.
          03 TYP-SUPPRESSED            PIC ZZZ,ZZ9.
          03 FILLER                    PIC X(05) VALUE SPACES.
          03 TYP-EXCEPTIONS            PIC ZZZ,ZZ9.
          03 FILLER                    PIC X(66) VALUE SPACES.

       01 WS-TOTAL-LINE.
          03 TOT-DESC                  PIC X(30).
          03 TOT-CNT                   PIC X(10).
          03 FILLER                    PIC X(92) VALUE SPACES.

       01 WS-BLANK-LINE                PIC X(132)    VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
       MP010.
           PERFORM INITIALISE-RUN.

           SORT SORT-WORK
              ON ASCENDING KEY SORT-ACCNO
                               SORT-SEQ
              INPUT PROCEDURE IS RELEASE-LEGS
              OUTPUT PROCEDURE IS ALERT-ACCOUNTS.

           PERFORM WRITE-ALERT-TRAILER.
           PERFORM WRITE-TYPE-TOTALS.
           PERFORM WRITE-RUN-TOTALS.
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

      *
      *    Until customer service loads the first preference card
      *    there is no preferences file, and nobody wants alerts.
      *
           OPEN INPUT ALRTPREF-FILE.
           IF WS-ALRTPREF-OK
              SET WS-ALRTPREF-OPEN TO TRUE
           ELSE
              IF NOT WS-ALRTPREF-NOFILE
                 DISPLAY 'ERROR OPENING ALRTPREF-FILE STATUS '
                         WS-ALRTPREF-STATUS
                 PERFORM REFUSE-RUN
              END-IF
           END-IF.

           OPEN INPUT ACCTPOS-FILE.
           IF WS-ACCTPOS-OK
              SET WS-ACCTPOS-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING ACCTPOS-FILE STATUS '
                      WS-ACCTPOS-STATUS
              PERFORM REFUSE-RUN
           END-IF.

      *
      *    Without the cross-reference or the customer extract no
      *    alert can be addressed - every one goes to the
      *    exceptions report, which is what customer service needs
      *    to see.
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

           OPEN OUTPUT ALERT-FILE.
           IF WS-ALERT-OK
              SET WS-ALERT-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING ALERT-FILE STATUS '
                      WS-ALERT-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           OPEN OUTPUT ALERT-REPORT.
           IF WS-REPORT-OK
              SET WS-REPORT-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING ALERT-REPORT STATUS '
                      WS-REPORT-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           INITIALIZE WS-ALERT-TOTALS.

           PERFORM LOAD-STANDING-ORDERS.

       IR999.
           EXIT.


       LOAD-STANDING-ORDERS SECTION.
      *
      *    Table the active orders so a failed BNKSTORD leg can be
      *    tied back to its order.  A site with no standing orders
      *    has no STORDER file and tables nothing.
      *
       LS010.
           OPEN INPUT STORDER-FILE.
           IF WS-STORDER-NOFILE
              GO TO LS999
           END-IF.
           IF WS-STORDER-OK
              SET WS-STORDER-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING STORDER-FILE STATUS '
                      WS-STORDER-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           PERFORM LOAD-ONE-ORDER THRU LO999
              UNTIL STORDER-EOF.

           CLOSE STORDER-FILE.
           MOVE 'N' TO WS-STORDER-OPEN-SW.

       LS999.
           EXIT.


       LOAD-ONE-ORDER SECTION.
       LO010.
           READ STORDER-FILE
              AT END
                 MOVE 'Y' TO STORDER-EOF-SW
                 GO TO LO999
           END-READ.

           IF NOT WS-STORDER-OK AND NOT WS-STORDER-EOF-STATUS
              DISPLAY 'ERROR READING STORDER-FILE STATUS '
                      WS-STORDER-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           IF NOT STORDER-ACTIVE
              GO TO LO999
           END-IF.

           IF WS-ORDER-COUNT >= WS-ORDER-MAX
              ADD 1 TO WS-ORDERS-NOT-TABLED
              GO TO LO999
           END-IF.

           ADD 1 TO WS-ORDER-COUNT.
           MOVE STORDER-FROM-ACCNO
              TO WS-ORDER-FROM-ACCNO(WS-ORDER-COUNT).
           MOVE STORDER-AMT      TO WS-ORDER-AMT(WS-ORDER-COUNT).
           MOVE STORDER-ORDER-NO TO WS-ORDER-NO(WS-ORDER-COUNT).

       LO999.
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

           MOVE ARCHIVE-RAW TO WS-JRNL-REC.

      *
      *    The BNKEODJ trailer is the only record whose first bytes
      *    are not a numeric task number - BNKPOSUP has already
      *    proved the archive against it, so it is just skipped.
      *
           IF CRAJRNL-TASKNO OF WS-JRNL-REC NOT NUMERIC
              ADD 1 TO WS-TRAILERS-SKIPPED
              GO TO RG999
           END-IF.

           ADD 1 TO WS-RECORDS-READ.

           IF WS-BUS-DATE = ZERO
              MOVE CRAJRNL-DATE OF WS-JRNL-REC(7:4)
                 TO WS-BUS-DATE-YYYY
              MOVE CRAJRNL-DATE OF WS-JRNL-REC(4:2)
                 TO WS-BUS-DATE-MM
              MOVE CRAJRNL-DATE OF WS-JRNL-REC(1:2)
                 TO WS-BUS-DATE-DD
           END-IF.

      *
      *    Inquiries move nothing and raise nothing.
      *
           IF CRAJRNL-ACTN-INQUIRY OF WS-JRNL-REC
              GO TO RG999
           END-IF.

           MOVE CRAJRNL-ACCNO OF WS-JRNL-REC TO SORT-ACCNO.
           MOVE WS-RECORDS-READ              TO SORT-SEQ.
           MOVE ARCHIVE-RAW                  TO SORT-JRNL.
           RELEASE SORT-REC.

       RG999.
           EXIT.


       ALERT-ACCOUNTS SECTION.
       AA010.
           PERFORM WRITE-ALERT-HEADER.

           MOVE WS-BUS-DATE TO HDG-BUS-DATE.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           WRITE ALERT-REPORT-LINE FROM WS-HEADING-1.
           PERFORM CHECK-REPORT-STATUS.
           WRITE ALERT-REPORT-LINE FROM WS-HEADING-2.
           PERFORM CHECK-REPORT-STATUS.

           PERFORM EXAMINE-ONE-LEG THRU EL999
              UNTIL SORT-EOF.

      *
      *    Finish the last account.
      *
           IF NOT FIRST-RECORD
              PERFORM END-OF-ACCOUNT
           END-IF.

       AA999.
           EXIT.


       EXAMINE-ONE-LEG SECTION.
       EL010.
           RETURN SORT-WORK
              AT END
                 MOVE 'Y' TO SORT-EOF-SW
                 GO TO EL999
           END-RETURN.

           MOVE SORT-JRNL TO WS-JRNL-REC.

      *
      *    Control break: the day-end alerts for an account are
      *    decided once all its legs have been seen.
      *
           IF FIRST-RECORD
              MOVE 'N' TO FIRST-RECORD-SW
              PERFORM START-OF-ACCOUNT
           ELSE
              IF SORT-ACCNO NOT = WS-CURR-ACCNO
                 PERFORM END-OF-ACCOUNT
                 PERFORM START-OF-ACCOUNT
              END-IF
           END-IF.

      *
      *    A leg BNKSTORD journalled for a standing order: the debit
      *    refused, or a backout because the credit was refused,
      *    means the order did not pay.  Its refusals are the
      *    order's, not attempts by the customer, and are not
      *    counted as rejects.
      *
           IF CRAJRNL-USERID OF WS-JRNL-REC = WS-STORD-USERID
              IF CRAJRNL-LEG-NO OF WS-JRNL-REC = WS-STORD-BACKOUT-LEG
                 PERFORM CHECK-STORD-FAILED
              ELSE
                 IF CRAJRNL-LEG-NO OF WS-JRNL-REC = WS-STORD-DEBIT-LEG
                    AND NOT CRAJRNL-WAS-SUCCESS OF WS-JRNL-REC
                    PERFORM CHECK-STORD-FAILED
                 END-IF
              END-IF
           END-IF.

           IF CRAJRNL-WAS-SUCCESS OF WS-JRNL-REC
              MOVE 'Y' TO ACCT-POSTED-SW
              ADD CRAJRNL-AMT OF WS-JRNL-REC TO WS-ACCT-NET
              PERFORM CHECK-LARGE-DEBIT
              GO TO EL999
           END-IF.

           IF CRAJRNL-USERID OF WS-JRNL-REC NOT = WS-STORD-USERID
              AND CRAJRNL-FAIL-CODE OF WS-JRNL-REC NOT = '9'
              ADD 1 TO WS-ACCT-REJECTS
              MOVE CRAJRNL-TIME OF WS-JRNL-REC
                 TO WS-LAST-REJECT-TIME
           END-IF.

       EL999.
           EXIT.


       START-OF-ACCOUNT SECTION.
      *
      *    Reset the account's accumulators and pick up its
      *    preferences.  No preferences record reads as every alert
      *    switched off.
      *
       SA010.
           MOVE SORT-ACCNO TO WS-CURR-ACCNO.
           MOVE ZERO       TO WS-ACCT-NET.
           MOVE ZERO       TO WS-ACCT-REJECTS.
           MOVE SPACES     TO WS-LAST-REJECT-TIME.
           MOVE 'N'        TO ACCT-POSTED-SW.
           MOVE 'N'        TO ACCT-ADDRESSED-SW.
           ADD 1 TO WS-ACCOUNTS-SEEN.

           INITIALIZE ALRTPREF-REC.

           IF NOT WS-ALRTPREF-OPEN
              GO TO SA999
           END-IF.

           MOVE WS-CURR-ACCNO TO ALRTPREF-ACCNO.
           READ ALRTPREF-FILE.

           IF WS-ALRTPREF-NOTFND
              INITIALIZE ALRTPREF-REC
              GO TO SA999
           END-IF.

           IF NOT WS-ALRTPREF-OK
              DISPLAY 'ERROR READING ALRTPREF-FILE STATUS '
                      WS-ALRTPREF-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           ADD 1 TO WS-ACCOUNTS-WITH-PREFS.
           IF ALRTPREF-OPTED-OUT
              ADD 1 TO WS-ACCOUNTS-OPTED-OUT
           END-IF.

       SA999.
           EXIT.


       END-OF-ACCOUNT SECTION.
      *
      *    The alerts that depend on the whole day: the reject count
      *    and whether the balance crossed the floor.
      *
       EA010.
           IF ALRTPREF-WANTS-REJECT
              AND WS-ACCT-REJECTS >= ALRTPREF-REJECT-COUNT
              INITIALIZE WS-NEW-ALERT
              MOVE 'RJ'                TO WS-NEW-TYPE
              MOVE WS-LAST-REJECT-TIME TO WS-NEW-EVENT-TIME
              MOVE WS-ACCT-REJECTS     TO WS-NEW-COUNT
              MOVE 'REPEATED ATTEMPTS ON YOUR ACCOUNT WERE REFUSED'
                 TO WS-NEW-TEXT
              PERFORM RAISE-ALERT
           END-IF.

           IF ALRTPREF-WANTS-LOWBAL AND ACCT-POSTED
              PERFORM CHECK-LOW-BALANCE
           END-IF.

       EA999.
           EXIT.


       CHECK-LARGE-DEBIT SECTION.
       CD010.
           IF NOT ALRTPREF-WANTS-DEBIT
              GO TO CD999
           END-IF.

           IF CRAJRNL-AMT OF WS-JRNL-REC NOT < ZERO
              GO TO CD999
           END-IF.

           COMPUTE WS-ABS-AMT = CRAJRNL-AMT OF WS-JRNL-REC * -1.
           IF WS-ABS-AMT < ALRTPREF-DEBIT-THRESH
              GO TO CD999
           END-IF.

           INITIALIZE WS-NEW-ALERT.
           MOVE 'LD'                          TO WS-NEW-TYPE.
           MOVE CRAJRNL-TIME OF WS-JRNL-REC   TO WS-NEW-EVENT-TIME.
           MOVE CRAJRNL-AMT OF WS-JRNL-REC    TO WS-NEW-AMT.
           MOVE ALRTPREF-DEBIT-THRESH         TO WS-NEW-LIMIT.
           MOVE 'A DEBIT OVER YOUR ALERT THRESHOLD HAS POSTED'
              TO WS-NEW-TEXT.
           PERFORM RAISE-ALERT.

       CD999.
           EXIT.


       CHECK-LOW-BALANCE SECTION.
      *
      *    ACCTPOS has just been rolled to the close of this
      *    business day, so the balance before the day is the
      *    balance now less the day's net posted movement.  Only a
      *    crossing - at or above the floor before, below it now -
      *    raises the alert.
      *
       CB010.
           MOVE WS-CURR-ACCNO TO ACCTPOS-ACCNO.
           READ ACCTPOS-FILE.

           IF WS-ACCTPOS-NOTFND
              GO TO CB999
           END-IF.

           IF NOT WS-ACCTPOS-OK
              DISPLAY 'ERROR READING ACCTPOS-FILE STATUS '
                      WS-ACCTPOS-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           IF ACCTPOS-BALANCE NOT < ALRTPREF-BAL-FLOOR
              GO TO CB999
           END-IF.

           COMPUTE WS-PRIOR-BALANCE = ACCTPOS-BALANCE - WS-ACCT-NET.
           IF WS-PRIOR-BALANCE < ALRTPREF-BAL-FLOOR
              GO TO CB999
           END-IF.

           INITIALIZE WS-NEW-ALERT.
           MOVE 'LB'                TO WS-NEW-TYPE.
           MOVE SPACES              TO WS-NEW-EVENT-TIME.
           MOVE ACCTPOS-BALANCE     TO WS-NEW-AMT.
           MOVE ALRTPREF-BAL-FLOOR  TO WS-NEW-LIMIT.
           MOVE 'YOUR BALANCE HAS FALLEN BELOW YOUR ALERT FLOOR'
              TO WS-NEW-TEXT.
           PERFORM RAISE-ALERT.

       CB999.
           EXIT.


       CHECK-STORD-FAILED SECTION.
      *
      *    The paying account's standing order did not post.  The
      *    order is the active one from this account for this
      *    amount; if none matches (cancelled since, or beyond the
      *    table) the alert goes without an order number.
      *
       CS010.
           IF NOT ALRTPREF-WANTS-STORD
              GO TO CS999
           END-IF.

           INITIALIZE WS-NEW-ALERT.
           MOVE 'SO'                          TO WS-NEW-TYPE.
           MOVE CRAJRNL-TIME OF WS-JRNL-REC   TO WS-NEW-EVENT-TIME.

           IF CRAJRNL-AMT OF WS-JRNL-REC < ZERO
              COMPUTE WS-ABS-AMT = CRAJRNL-AMT OF WS-JRNL-REC * -1
           ELSE
              MOVE CRAJRNL-AMT OF WS-JRNL-REC TO WS-ABS-AMT
           END-IF.
           COMPUTE WS-NEW-AMT = WS-ABS-AMT * -1.

           IF CRAJRNL-LEG-NO OF WS-JRNL-REC = WS-STORD-DEBIT-LEG
              MOVE CRAJRNL-FAIL-CODE OF WS-JRNL-REC
                 TO WS-NEW-FAIL-CODE
              MOVE 'A STANDING ORDER FROM YOUR ACCOUNT WAS REFUSED'
                 TO WS-NEW-TEXT
           ELSE
              MOVE 'A STANDING ORDER WAS NOT PAID AND HAS BEEN RETURNED'
                 TO WS-NEW-TEXT
           END-IF.

           MOVE 1 TO WS-SUB.

       CS020.
           IF WS-SUB > WS-ORDER-COUNT
              GO TO CS030
           END-IF.

           IF WS-ORDER-FROM-ACCNO(WS-SUB) = WS-CURR-ACCNO
              AND WS-ORDER-AMT(WS-SUB) = WS-ABS-AMT
              MOVE WS-ORDER-NO(WS-SUB) TO WS-NEW-ORDER-NO
              GO TO CS030
           END-IF.

           ADD 1 TO WS-SUB.
           GO TO CS020.

       CS030.
           PERFORM RAISE-ALERT.

       CS999.
           EXIT.


       RAISE-ALERT SECTION.
      *
      *    Count the alert against its type, then send it, suppress
      *    it for an opted-out account, or put it on the exceptions
      *    report if it cannot be addressed.
      *
       RA010.
           MOVE 1 TO WS-AT-SUB.

       RA020.
           IF WS-AT-CODE(WS-AT-SUB) NOT = WS-NEW-TYPE
              AND WS-AT-SUB < 4
              ADD 1 TO WS-AT-SUB
              GO TO RA020
           END-IF.

           ADD 1 TO WS-AT-RAISED(WS-AT-SUB).

           IF ALRTPREF-OPTED-OUT
              ADD 1 TO WS-AT-SUPPRESSED(WS-AT-SUB)
              GO TO RA999
           END-IF.

           IF NOT ACCT-ADDRESSED
              PERFORM ADDRESS-ACCOUNT
           END-IF.

           IF WS-ADDR-REASON NOT = SPACES
              ADD 1 TO WS-AT-EXCEPTIONS(WS-AT-SUB)
              EVALUATE TRUE
                 WHEN WS-ADDR-NO-XREF
                    ADD 1 TO WS-EXC-NO-XREF
                 WHEN WS-ADDR-NO-CUSTOMER
                    ADD 1 TO WS-EXC-NO-CUSTOMER
                 WHEN OTHER
                    ADD 1 TO WS-EXC-NO-EMAIL
              END-EVALUATE
              PERFORM WRITE-EXCEPTION-LINE
              GO TO RA999
           END-IF.

           MOVE SPACES TO ALERT-REC.
           SET ALERT-IS-ALERT        TO TRUE.
           MOVE WS-NEW-TYPE          TO ALERT-TYPE.
           MOVE WS-CURR-ACCNO        TO ALERT-ACCNO.
           MOVE WS-ADDR-CUST-ID      TO ALERT-CUST-ID.
           MOVE WS-ADDR-EMAIL        TO ALERT-EMAIL.
           MOVE WS-ADDR-PRENOM       TO ALERT-PRENOM.
           MOVE WS-ADDR-NOM          TO ALERT-NOM.
           MOVE WS-BUS-DATE          TO ALERT-BUS-DATE.
           MOVE WS-NEW-EVENT-TIME    TO ALERT-EVENT-TIME.
           MOVE WS-NEW-AMT           TO ALERT-AMT.
           MOVE WS-NEW-LIMIT         TO ALERT-LIMIT.
           MOVE WS-NEW-COUNT         TO ALERT-COUNT.
           MOVE WS-NEW-ORDER-NO      TO ALERT-ORDER-NO.
           MOVE WS-NEW-FAIL-CODE     TO ALERT-FAIL-CODE.
           MOVE WS-NEW-TEXT          TO ALERT-TEXT.

           WRITE ALERT-REC.
           PERFORM CHECK-ALERT-STATUS.

           ADD 1 TO WS-AT-WRITTEN(WS-AT-SUB).
           ADD 1 TO WS-ALERTS-WRITTEN.

       RA999.
           EXIT.


       ADDRESS-ACCOUNT SECTION.
      *
      *    Find who the account's alerts go to, once per account:
      *    the cross-reference gives the customer, the extract the
      *    name and email.  Any gap leaves a reason instead.
      *
       AD010.
           MOVE 'Y'    TO ACCT-ADDRESSED-SW.
           MOVE SPACES TO WS-ADDR-REASON.
           MOVE SPACE  TO WS-ADDR-REASON-CODE.
           MOVE ZERO   TO WS-ADDR-CUST-ID.
           MOVE SPACES TO WS-ADDR-EMAIL.
           MOVE SPACES TO WS-ADDR-PRENOM.
           MOVE SPACES TO WS-ADDR-NOM.

           IF NOT WS-XREFF-OPEN
              SET WS-ADDR-NO-XREF TO TRUE
              MOVE 'ACCOUNT HAS NO CROSS-REFERENCE'
                 TO WS-ADDR-REASON
              GO TO AD999
           END-IF.

           MOVE WS-CURR-ACCNO TO XREF-ACCNO.
           READ ACCTXREF-FILE.

           IF WS-XREFF-NOTFND
              SET WS-ADDR-NO-XREF TO TRUE
              MOVE 'ACCOUNT HAS NO CROSS-REFERENCE'
                 TO WS-ADDR-REASON
              GO TO AD999
           END-IF.

           IF NOT WS-XREFF-OK
              DISPLAY 'ERROR READING ACCTXREF-FILE STATUS '
                      WS-XREFF-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           MOVE XREF-CUST-ID TO WS-ADDR-CUST-ID.

           IF NOT WS-CUSTMST-OPEN
              SET WS-ADDR-NO-CUSTOMER TO TRUE
              MOVE 'CUSTOMER NOT ON CUSTMST EXTRACT'
                 TO WS-ADDR-REASON
              GO TO AD999
           END-IF.

           MOVE XREF-CUST-ID TO CUSTMST-ID.
           READ CUSTMST-FILE.

           IF WS-CUSTMST-NOTFND
              SET WS-ADDR-NO-CUSTOMER TO TRUE
              MOVE 'CUSTOMER NOT ON CUSTMST EXTRACT'
                 TO WS-ADDR-REASON
              GO TO AD999
           END-IF.

           IF NOT WS-CUSTMST-OK
              DISPLAY 'ERROR READING CUSTMST-FILE STATUS '
                      WS-CUSTMST-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           MOVE CUSTMST-EMAIL  TO WS-ADDR-EMAIL.
           MOVE CUSTMST-PRENOM TO WS-ADDR-PRENOM.
           MOVE CUSTMST-NOM    TO WS-ADDR-NOM.

           PERFORM CHECK-EMAIL.

       AD999.
           EXIT.


       CHECK-EMAIL SECTION.
      *
      *    A usable address has exactly one @ with something in
      *    front of it, a dot somewhere after it, and no spaces
      *    before the trailing padding.
      *
       CE010.
           IF WS-ADDR-EMAIL = SPACES
              SET WS-ADDR-NO-EMAIL TO TRUE
              MOVE 'CUSTOMER HAS NO EMAIL ADDRESS'
                 TO WS-ADDR-REASON
              GO TO CE999
           END-IF.

           MOVE ZERO TO WS-AT-COUNT.
           MOVE ZERO TO WS-BEFORE-AT.
           MOVE ZERO TO WS-BEFORE-SPACE.
           MOVE ZERO TO WS-DOT-COUNT.

           INSPECT WS-ADDR-EMAIL TALLYING
              WS-AT-COUNT     FOR ALL '@'
              WS-BEFORE-AT    FOR CHARACTERS BEFORE INITIAL '@'.
           INSPECT WS-ADDR-EMAIL TALLYING
              WS-BEFORE-SPACE FOR CHARACTERS BEFORE INITIAL SPACE.

           IF WS-AT-COUNT NOT = 1
              OR WS-BEFORE-AT = ZERO
              OR WS-BEFORE-SPACE < WS-BEFORE-AT
              GO TO CE020
           END-IF.

           IF WS-BEFORE-SPACE < 40
              IF WS-ADDR-EMAIL(WS-BEFORE-SPACE + 1:) NOT = SPACES
                 GO TO CE020
              END-IF
           END-IF.

           INSPECT WS-ADDR-EMAIL(WS-BEFORE-AT + 1:) TALLYING
              WS-DOT-COUNT FOR ALL '.'.
           IF WS-DOT-COUNT > ZERO
              GO TO CE999
           END-IF.

       CE020.
           SET WS-ADDR-NO-EMAIL TO TRUE.
           MOVE 'EMAIL ADDRESS NOT USABLE' TO WS-ADDR-REASON.

       CE999.
           EXIT.


       WRITE-EXCEPTION-LINE SECTION.
       WX010.
           MOVE WS-CURR-ACCNO         TO EXC-ACCNO.
           MOVE WS-AT-NAME(WS-AT-SUB) TO EXC-ALERT.
           IF WS-ADDR-CUST-ID = ZERO
              MOVE SPACES TO EXC-CUST-ID
           ELSE
              MOVE WS-ADDR-CUST-ID TO EXC-CUST-ID
           END-IF.
           IF WS-NEW-TYPE = 'RJ'
              MOVE SPACES TO EXC-AMT
           ELSE
              MOVE WS-NEW-AMT     TO WS-AMT-DISPLAY
              MOVE WS-AMT-DISPLAY TO EXC-AMT
           END-IF.
           MOVE WS-ADDR-REASON        TO EXC-REASON.
           MOVE WS-ADDR-EMAIL         TO EXC-EMAIL.

           WRITE ALERT-REPORT-LINE FROM WS-EXCEPTION-LINE.
           PERFORM CHECK-REPORT-STATUS.

       WX999.
           EXIT.


       WRITE-ALERT-HEADER SECTION.
       WH010.
           MOVE SPACES TO ALERT-REC.
           SET ALERT-IS-HEADER    TO TRUE.
           MOVE WS-RUN-DATE       TO ALERT-HDR-RUN-DATE.
           MOVE WS-BUS-DATE       TO ALERT-HDR-BUS-DATE.
           MOVE 'BNKALERT'        TO ALERT-HDR-SOURCE.

           WRITE ALERT-REC.
           PERFORM CHECK-ALERT-STATUS.

       WH999.
           EXIT.


       WRITE-ALERT-TRAILER SECTION.
       WL010.
           MOVE SPACES TO ALERT-REC.
           SET ALERT-IS-TRAILER   TO TRUE.
           MOVE WS-ALERTS-WRITTEN TO ALERT-TRL-COUNT.

           WRITE ALERT-REC.
           PERFORM CHECK-ALERT-STATUS.

       WL999.
           EXIT.


       WRITE-TYPE-TOTALS SECTION.
       WY010.
           WRITE ALERT-REPORT-LINE FROM WS-BLANK-LINE.
           PERFORM CHECK-REPORT-STATUS.
           WRITE ALERT-REPORT-LINE FROM WS-TYPE-HEADING.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 1 TO WS-AT-SUB.

       WY020.
           IF WS-AT-SUB > 4
              GO TO WY999
           END-IF.

           MOVE WS-AT-NAME(WS-AT-SUB)       TO TYP-NAME.
           MOVE WS-AT-RAISED(WS-AT-SUB)     TO TYP-RAISED.
           MOVE WS-AT-WRITTEN(WS-AT-SUB)    TO TYP-WRITTEN.
           MOVE WS-AT-SUPPRESSED(WS-AT-SUB) TO TYP-SUPPRESSED.
           MOVE WS-AT-EXCEPTIONS(WS-AT-SUB) TO TYP-EXCEPTIONS.

           WRITE ALERT-REPORT-LINE FROM WS-TYPE-LINE.
           PERFORM CHECK-REPORT-STATUS.

           ADD 1 TO WS-AT-SUB.
           GO TO WY020.

       WY999.
           EXIT.


       WRITE-RUN-TOTALS SECTION.
       WT010.
           WRITE ALERT-REPORT-LINE FROM WS-BLANK-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'ARCHIVE RECORDS READ'         TO TOT-DESC.
           MOVE WS-RECORDS-READ                TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE ALERT-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'ACCOUNTS WITH ACTIVITY'       TO TOT-DESC.
           MOVE WS-ACCOUNTS-SEEN               TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE ALERT-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'ACCOUNTS WITH PREFERENCES'    TO TOT-DESC.
           MOVE WS-ACCOUNTS-WITH-PREFS         TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE ALERT-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'ACCOUNTS OPTED OUT'           TO TOT-DESC.
           MOVE WS-ACCOUNTS-OPTED-OUT          TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE ALERT-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'ALERTS WRITTEN TO GATEWAY'    TO TOT-DESC.
           MOVE WS-ALERTS-WRITTEN              TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE ALERT-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'EXCEPTIONS - NO CROSS-REF'    TO TOT-DESC.
           MOVE WS-EXC-NO-XREF                 TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE ALERT-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'EXCEPTIONS - NO CUSTOMER'     TO TOT-DESC.
           MOVE WS-EXC-NO-CUSTOMER             TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE ALERT-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'EXCEPTIONS - NO USABLE EMAIL' TO TOT-DESC.
           MOVE WS-EXC-NO-EMAIL                TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE ALERT-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           IF WS-ORDERS-NOT-TABLED > ZERO
              MOVE 'ORDERS BEYOND ORDER TABLE'  TO TOT-DESC
              MOVE WS-ORDERS-NOT-TABLED         TO WS-CNT-DISPLAY
              MOVE WS-CNT-DISPLAY               TO TOT-CNT
              WRITE ALERT-REPORT-LINE FROM WS-TOTAL-LINE
              PERFORM CHECK-REPORT-STATUS
           END-IF.

       WT999.
           EXIT.


       CHECK-ALERT-STATUS SECTION.
       CA010.
           IF NOT WS-ALERT-OK
              DISPLAY 'ERROR WRITING ALERT-FILE STATUS '
                      WS-ALERT-STATUS
              PERFORM REFUSE-RUN
           END-IF.

       CA999.
           EXIT.


       CHECK-REPORT-STATUS SECTION.
       CK010.
           IF NOT WS-REPORT-OK
              DISPLAY 'ERROR WRITING ALERT-REPORT STATUS '
                      WS-REPORT-STATUS
              PERFORM REFUSE-RUN
           END-IF.

       CK999.
           EXIT.


       REFUSE-RUN SECTION.
       RR010.
      *
      *    A controlled stand-down with return code 8.  Nothing is
      *    updated, so the rerun simply cuts the file again - the
      *    gateway must not take a file whose trailer is missing.
      *
           MOVE 8 TO RETURN-CODE.
           PERFORM RECORD-RUN-END.
           PERFORM TERMINATE-RUN.

       RR999.
           EXIT.


       RECORD-RUN-START SECTION.
      *
      *    Stamp this run started on the shared RUNCTL file.  The
      *    low-balance alert reads the positions BNKPOSUP has just
      *    rolled, so BNKPOSUP must have finished cleanly first.
      *
       RS010.
           INITIALIZE RNCTL-PARMS.
           SET RNCTL-FUNC-START TO TRUE.
           MOVE 'BNKALERT' TO RNCTL-JOBNAME.
           MOVE 1          TO RNCTL-PRED-COUNT.
           MOVE 'BNKPOSUP' TO RNCTL-PRED-NAME(1).

           CALL 'BNKRNCTL' USING RNCTL-PARMS
              ON EXCEPTION
                 SET RNCTL-REFUSED TO TRUE
                 MOVE 'RUN-CONTROL PROGRAM UNAVAILABLE'
                    TO RNCTL-REASON
           END-CALL.

           IF RNCTL-REFUSED
              DISPLAY 'BNKALERT - NOT CLEAR TO START - '
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
           IF WS-ALRTPREF-OPEN
              CLOSE ALRTPREF-FILE
           END-IF.
           IF WS-ACCTPOS-OPEN
              CLOSE ACCTPOS-FILE
           END-IF.
           IF WS-XREFF-OPEN
              CLOSE ACCTXREF-FILE
           END-IF.
           IF WS-CUSTMST-OPEN
              CLOSE CUSTMST-FILE
           END-IF.
           IF WS-STORDER-OPEN
              CLOSE STORDER-FILE
           END-IF.
           IF WS-ALERT-OPEN
              CLOSE ALERT-FILE
           END-IF.
           IF WS-REPORT-OPEN
              CLOSE ALERT-REPORT
           END-IF.
           STOP RUN.

       TE999.
           EXIT.
