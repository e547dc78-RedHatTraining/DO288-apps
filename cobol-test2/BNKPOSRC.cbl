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
      * BNKPOSRC - ACCTPOS forward recovery for the BANKING
      * application.  Rebuilds the position master from a chosen
      * ACCTPOS backup generation (the copy the BNKPOSUP JCL takes
      * before each roll) plus the BNKEODJ archive generations cut
      * since, concatenated in order on CRAARCH, as at any requested
      * business date.  It never writes the live master: the
      * rebuilt positions go to the NEWPOS work master, which the
      * operator copies over ACCTPOS once the report is checked.
      *
      * One control card on RECOVIN says what to do:
      *   REBUILD  backup-date as-at-date
      *   VERIFY   backup-date as-at-date
      * The backup date is the business day the backup is good to
      * (the day before the roll it was taken ahead of); the as-at
      * date may be left blank to replay every generation supplied.
      * VERIFY rebuilds the same way and then compares the rebuilt
      * positions with the live ACCTPOS account by account, listing
      * every balance, sort code or last-rolled difference and every
      * account found on one side only - a clean verify proves the
      * live master against its own history, and any difference
      * ends the run with return code 8.
      *
      * The archive is read twice.  The first pass proves every
      * generation against its BNKEODJ trailer - record count and
      * the four hash totals - and checks the generations follow on
      * from the backup date one business day at a time: a
      * generation dated on or before the one ahead of it is out of
      * sequence, and a gap names the business date whose archive is
      * missing.  Either stands the run down with return code 8
      * before a single posting is replayed.  The second pass
      * replays every successful leg except balance inquiries, in
      * business-date order, exactly as BNKPOSUP rolled them, and
      * the closing proof (backup total plus net replayed equals
      * rebuilt total) is the same one BNKPOSUP applies.
      *
      * Business days run Monday to Friday.  Further cards adjust
      * the calendar for the dates being replayed:
      *   NORUN    yyyymmdd  - a weekday the night run did not run
      *   RUNDAY   yyyymmdd  - a weekend day it did run
      * A generation whose date falls on a day the calendar did not
      * expect is still accepted as long as it is in sequence.
      *
      * Generations cut before BNKEODJ stamped the business date on
      * its trailer are dated from their first journal record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKPOSRC.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE  ASSIGN TO RECOVIN
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CONTROL-STATUS.

           SELECT BACKUP-FILE   ASSIGN TO POSBKUP
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-BACKUP-STATUS.

           SELECT ARCHIVE-FILE  ASSIGN TO CRAARCH
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT NEWPOS-FILE   ASSIGN TO NEWPOS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NEWPOS-KEY
              FILE STATUS IS WS-NEWPOS-STATUS.

           SELECT ACCTPOS-FILE  ASSIGN TO ACCTPOS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ACCTPOS-KEY
              FILE STATUS IS WS-ACCTPOS-STATUS.

           SELECT POSRC-REPORT  ASSIGN TO POSRCRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      * Control card: the function in the first eight columns, then
      * one or two dates.
      *
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD.
           03 CTL-FUNCTION              PIC X(8).
              88 CTL-IS-REBUILD                   VALUE 'REBUILD '.
              88 CTL-IS-VERIFY                    VALUE 'VERIFY  '.
              88 CTL-IS-NORUN                     VALUE 'NORUN   '.
              88 CTL-IS-RUNDAY                    VALUE 'RUNDAY  '.
           03 FILLER                    PIC X(1).
           03 CTL-DATE-1                PIC X(8).
           03 FILLER                    PIC X(1).
           03 CTL-DATE-2                PIC X(8).
           03 FILLER                    PIC X(54).

      *
      * The backup generation is a flat copy of ACCTPOS, the
      * rebuilt work master an ACCTPOS-format KSDS.  Both layouts
      * are the ACCTPOS copybook's - keep them in step if it grows.
      *
       FD  BACKUP-FILE
           RECORDING MODE IS F.
       01  BACKUP-REC.
           03 BKUP-ACCNO                PIC X(8).
           03 BKUP-SORTC                PIC 9(6).
           03 BKUP-BALANCE              PIC S9(13)V99.
           03 BKUP-LAST-ROLLED          PIC 9(8).

       FD  NEWPOS-FILE.
       01  NEWPOS-REC.
           03 NEWPOS-KEY.
              05 NEWPOS-ACCNO           PIC X(8).
           03 NEWPOS-SORTC              PIC 9(6).
           03 NEWPOS-BALANCE            PIC S9(13)V99.
           03 NEWPOS-LAST-ROLLED        PIC 9(8).

      *
      * The archive carries each day's journal records unchanged
      * plus one trailer record, distinguished by the marker in the
      * first eight bytes where a journal record always has a
      * numeric task number - the same dual layout BNKEODJ writes.
      * With generations concatenated, each trailer closes off the
      * generation it follows.
      *
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-JRNL-REC.
           COPY CRAJRNL.
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

       FD  ACCTPOS-FILE.
       01  ACCTPOS-REC.
           COPY ACCTPOS.

       FD  POSRC-REPORT
           RECORDING MODE IS F.
       01  POSRC-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
      *
      * Switches
      *
       01 SWITCHES.
          03 CONTROL-EOF-SW            PIC X         VALUE 'N'.
             88 CONTROL-EOF                          VALUE 'Y'.
          03 BACKUP-EOF-SW             PIC X         VALUE 'N'.
             88 BACKUP-EOF                           VALUE 'Y'.
          03 ARCHIVE-EOF-SW            PIC X         VALUE 'N'.
             88 ARCHIVE-EOF                          VALUE 'Y'.
          03 NEWPOS-EOF-SW             PIC X         VALUE 'N'.
             88 NEWPOS-EOF                           VALUE 'Y'.
          03 ACCTPOS-EOF-SW            PIC X         VALUE 'N'.
             88 ACCTPOS-EOF                          VALUE 'Y'.
          03 RUN-MODE-SW               PIC X         VALUE SPACE.
             88 RUN-MODE-REBUILD                     VALUE 'R'.
             88 RUN-MODE-VERIFY                      VALUE 'V'.
             88 RUN-MODE-NOT-SET                     VALUE SPACE.
          03 BUSINESS-DAY-SW           PIC X         VALUE 'N'.
             88 BUSINESS-DAY                         VALUE 'Y'.

      *
      * File status bytes.
      *
       01 WS-CONTROL-STATUS            PIC X(02)     VALUE SPACES.
          88 WS-CONTROL-OK                           VALUE '00'.
          88 WS-CONTROL-EOF-STATUS                   VALUE '10'.
       01 WS-BACKUP-STATUS             PIC X(02)     VALUE SPACES.
          88 WS-BACKUP-OK                            VALUE '00'.
          88 WS-BACKUP-EOF-STATUS                    VALUE '10'.
       01 WS-ARCHIVE-STATUS            PIC X(02)     VALUE SPACES.
          88 WS-ARCHIVE-OK                           VALUE '00'.
          88 WS-ARCHIVE-EOF-STATUS                   VALUE '10'.
       01 WS-NEWPOS-STATUS             PIC X(02)     VALUE SPACES.
          88 WS-NEWPOS-OK                            VALUE '00'.
          88 WS-NEWPOS-EOF-STATUS                    VALUE '10'.
          88 WS-NEWPOS-DUPKEY                        VALUE '22'.
          88 WS-NEWPOS-NOTFND                        VALUE '23'.
       01 WS-ACCTPOS-STATUS            PIC X(02)     VALUE SPACES.
          88 WS-ACCTPOS-OK                           VALUE '00'.
          88 WS-ACCTPOS-EOF-STATUS                   VALUE '10'.
       01 WS-REPORT-STATUS             PIC X(02)     VALUE SPACES.
          88 WS-REPORT-OK                            VALUE '00'.

      *
      * Tracks which files actually reached an open state, so
      * TERMINATE-RUN only closes files it really opened.
      *
       01 WS-CONTROL-OPEN-SW           PIC X         VALUE 'N'.
          88 WS-CONTROL-OPEN                         VALUE 'Y'.
       01 WS-BACKUP-OPEN-SW            PIC X         VALUE 'N'.
          88 WS-BACKUP-OPEN                          VALUE 'Y'.
       01 WS-ARCHIVE-OPEN-SW           PIC X         VALUE 'N'.
          88 WS-ARCHIVE-OPEN                         VALUE 'Y'.
       01 WS-NEWPOS-OPEN-SW            PIC X         VALUE 'N'.
          88 WS-NEWPOS-OPEN                          VALUE 'Y'.
       01 WS-ACCTPOS-OPEN-SW           PIC X         VALUE 'N'.
          88 WS-ACCTPOS-OPEN                         VALUE 'Y'.
       01 WS-REPORT-OPEN-SW            PIC X         VALUE 'N'.
          88 WS-REPORT-OPEN                          VALUE 'Y'.

      *
      * The run's dates: the business day the backup is good to,
      * the day the rebuild is to stand at, and the date of the
      * generation proved or replayed last.
      *
       01 WS-BACKUP-DATE               PIC 9(8)      VALUE ZERO.
       01 WS-ASAT-DATE                 PIC 9(8)      VALUE ZERO.
       01 WS-PREV-DATE                 PIC 9(8)      VALUE ZERO.
       01 WS-GEN-BUS-DATE              PIC 9(8)      VALUE ZERO.

      *
      * Date edit work area - a card date is good when it is
      * numeric and the month and day are in range.
      *
       01 WS-CHECK-DATE                PIC X(8)      VALUE SPACES.
       01 WS-CHECK-DATE-N REDEFINES WS-CHECK-DATE.
          03 WS-CHECK-YYYY             PIC 9(4).
          03 WS-CHECK-MM               PIC 9(2).
          03 WS-CHECK-DD               PIC 9(2).
       01 WS-CHECK-DATE-SW             PIC X         VALUE 'N'.
          88 WS-CHECK-DATE-OK                        VALUE 'Y'.
       01 WS-DAYS-IN-MONTH             PIC 9(2)      VALUE ZERO.
       01 WS-LEAP-QUOTIENT             PIC 9(4)      VALUE ZERO.
       01 WS-LEAP-REMAINDER            PIC 9(4)      VALUE ZERO.

      *
      * The journal's DD/MM/YYYY date turned round, for dating a
      * generation whose trailer carries no business date.
      *
       01 WS-JRNL-DATE.
          03 WS-JRNL-YYYY              PIC X(4).
          03 WS-JRNL-MM                PIC X(2).
          03 WS-JRNL-DD                PIC X(2).
       01 WS-FIRST-JRNL-DATE           PIC X(8)      VALUE SPACES.

      *
      * Calendar work area.  Day 1 of the integer date calendar is
      * Monday 1 January 1601, so the remainder of the day number
      * over seven is 1 for Monday through 5 for Friday, 6 for
      * Saturday and 0 for Sunday.
      *
       01 WS-CAL-DATE                  PIC 9(8)      VALUE ZERO.
       01 WS-CAL-DAYNO                 PIC 9(7) COMP VALUE ZERO.
       01 WS-CAL-WEEKS                 PIC 9(7) COMP VALUE ZERO.
       01 WS-CAL-WEEKDAY               PIC 9(1) COMP VALUE ZERO.
          88 WS-CAL-WEEKEND                          VALUE 0 6.

      *
      * Calendar exceptions off the NORUN and RUNDAY cards.
      *
       01 WS-CAL-EXCEPTIONS.
          03 WS-CALX-COUNT             PIC 9(04) COMP VALUE ZERO.
          03 WS-CALX-ENTRY OCCURS 100 TIMES.
             05 WS-CALX-DATE           PIC 9(8).
             05 WS-CALX-TYPE           PIC X(1).
                88 WS-CALX-NORUN                     VALUE 'N'.
                88 WS-CALX-RUNDAY                    VALUE 'R'.
       01 WS-CALX-SUB                  PIC 9(04) COMP VALUE ZERO.

      *
      * One entry per archive generation proved on the first pass,
      * filled in with what was replayed from it on the second.
      *
       01 WS-GEN-TABLE.
          03 WS-GEN-COUNT              PIC 9(04) COMP VALUE ZERO.
          03 WS-GEN-ENTRY OCCURS 400 TIMES.
             05 WS-GEN-DATE            PIC 9(8).
             05 WS-GEN-DATED-BY        PIC X(1).
                88 WS-GEN-DATED-BY-TRL               VALUE 'T'.
                88 WS-GEN-DATED-BY-JRNL              VALUE 'J'.
             05 WS-GEN-RECORDS         PIC 9(9).
             05 WS-GEN-APPLIED         PIC 9(7) COMP.
             05 WS-GEN-NET             PIC S9(15)V99.
       01 WS-GEN-SUB                   PIC 9(04) COMP VALUE ZERO.

      *
      * Per-generation proof totals, built record by record and
      * proved against the trailer that closes the generation off.
      *
       01 WS-PROOF-TOTALS.
          03 WS-PRF-COUNT              PIC 9(9)       VALUE ZERO.
          03 WS-PRF-HASH-C             PIC S9(13)V99  VALUE ZERO.
          03 WS-PRF-HASH-T             PIC S9(13)V99  VALUE ZERO.
          03 WS-PRF-HASH-I             PIC S9(13)V99  VALUE ZERO.
          03 WS-PRF-HASH-OTH           PIC S9(13)V99  VALUE ZERO.

      *
      * Backup positions total, the net amount replayed and the
      * rebuilt positions total - the three numbers of the closing
      * proof.
      *
       01 WS-BEFORE-TOTAL              PIC S9(15)V99 VALUE ZERO.
       01 WS-AFTER-TOTAL               PIC S9(15)V99 VALUE ZERO.
       01 WS-NET-APPLIED               PIC S9(15)V99 VALUE ZERO.
       01 WS-MAX-BKUP-ROLLED           PIC 9(8)      VALUE ZERO.

      *
      * Run counters
      *
       01 WS-ARCH-COUNT                PIC 9(9)       VALUE ZERO.
       01 WS-BACKUP-COUNT              PIC 9(07) COMP VALUE ZERO.
       01 WS-POSTINGS-APPLIED          PIC 9(07) COMP VALUE ZERO.
       01 WS-ACCOUNTS-ADDED            PIC 9(07) COMP VALUE ZERO.
       01 WS-ACCOUNTS-UPDATED          PIC 9(07) COMP VALUE ZERO.
       01 WS-ACCOUNTS-MATCHED          PIC 9(07) COMP VALUE ZERO.
       01 WS-ACCOUNTS-DIFFERENT        PIC 9(07) COMP VALUE ZERO.

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
       01 WS-NET-DISPLAY               PIC +9(15).99.
       01 WS-CNT-DISPLAY               PIC ZZZ,ZZ9.

       01 WS-HEADING-1.
          03 FILLER                    PIC X(44) VALUE
             'BNKPOSRC - POSITION RECOVERY REPORT'.
          03 FILLER                    PIC X(88) VALUE SPACES.

       01 WS-PARM-LINE.
          03 PRM-DESC                  PIC X(30).
          03 PRM-VALUE                 PIC X(10).
          03 FILLER                    PIC X(92) VALUE SPACES.

       01 WS-GEN-HEADING.
          03 FILLER                    PIC X(23) VALUE
             'BUS DATE       DATED BY'.
          03 FILLER                    PIC X(18) VALUE
             'RECORDS   POSTINGS'.
          03 FILLER                    PIC X(91) VALUE
             ' NET REPLAYED'.

       01 WS-GEN-LINE.
          03 GEN-DATE                  PIC 9(8).
          03 FILLER                    PIC X(7)  VALUE SPACES.
          03 GEN-DATED-BY              PIC X(7).
          03 FILLER                    PIC X(1)  VALUE SPACES.
          03 GEN-RECORDS               PIC ZZZ,ZZ9.
          03 FILLER                    PIC X(3)  VALUE SPACES.
          03 GEN-APPLIED               PIC ZZZ,ZZ9.
          03 FILLER                    PIC X(1)  VALUE SPACES.
          03 GEN-NET                   PIC +9(15).99.
          03 FILLER                    PIC X(72) VALUE SPACES.

       01 WS-DIFF-HEADING.
          03 FILLER                    PIC X(31) VALUE
             'ACCOUNT   REBUILT BALANCE'.
          03 FILLER                    PIC X(22) VALUE
             'LIVE BALANCE'.
          03 FILLER                    PIC X(19) VALUE
             'REBUILT  LIVE'.
          03 FILLER                    PIC X(60) VALUE
             'DIFFERENCE'.

       01 WS-DIFF-LINE.
          03 DIF-ACCNO                 PIC X(8).
          03 FILLER                    PIC X(2)  VALUE SPACES.
          03 DIF-REBUILT-BAL           PIC X(19).
          03 FILLER                    PIC X(2)  VALUE SPACES.
          03 DIF-LIVE-BAL              PIC X(19).
          03 FILLER                    PIC X(3)  VALUE SPACES.
          03 DIF-REBUILT-ROLLED        PIC X(8).
          03 FILLER                    PIC X(1)  VALUE SPACES.
          03 DIF-LIVE-ROLLED           PIC X(8).
          03 FILLER                    PIC X(2)  VALUE SPACES.
          03 DIF-REASON                PIC X(30).
          03 FILLER                    PIC X(30) VALUE SPACES.

       01 WS-TOTAL-LINE.
          03 TOT-DESC                  PIC X(30).
          03 TOT-CNT                   PIC X(10).
          03 FILLER                    PIC X(92) VALUE SPACES.

       01 WS-MONEY-LINE.
          03 MNY-DESC                  PIC X(30).
          03 MNY-AMT                   PIC X(19).
          03 FILLER                    PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
       MP010.
           PERFORM INITIALISE-RUN.

           PERFORM READ-CONTROL-CARD THRU RK999
              UNTIL CONTROL-EOF.

           IF RUN-MODE-NOT-SET
              DISPLAY 'BNKPOSRC - NO REBUILD OR VERIFY CARD ON '
                      'RECOVIN - NOTHING TO DO.'
              PERFORM REFUSE-RUN
           END-IF.

      *
      *    Prove every generation and its place in the business
      *    calendar before anything is replayed.
      *
           MOVE WS-BACKUP-DATE TO WS-PREV-DATE.
           PERFORM PROVE-ARCHIVE-RECORD THRU PA999
              UNTIL ARCHIVE-EOF.

           IF WS-PRF-COUNT NOT = ZERO
              DISPLAY 'BNKPOSRC - LAST ARCHIVE GENERATION HAS NO '
                      'TRAILER - ARCHIVE INCOMPLETE.'
              PERFORM REFUSE-RUN
           END-IF.

           PERFORM CHECK-ASAT-REACHED.

           PERFORM LOAD-BACKUP.

           CLOSE ARCHIVE-FILE.
           MOVE 'N' TO WS-ARCHIVE-OPEN-SW.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-OK
              SET WS-ARCHIVE-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR REOPENING ARCHIVE-FILE STATUS '
                      WS-ARCHIVE-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           MOVE 'N' TO ARCHIVE-EOF-SW.
           MOVE 1   TO WS-GEN-SUB.
           PERFORM REPLAY-ARCHIVE-RECORD THRU RA999
              UNTIL ARCHIVE-EOF.

           PERFORM SUM-REBUILT-POSITIONS.

      *
      *    The closing proof: the backup, plus what the archives
      *    say moved, must be what has been rebuilt.
      *
           IF WS-BEFORE-TOTAL + WS-NET-APPLIED NOT = WS-AFTER-TOTAL
              DISPLAY 'BNKPOSRC - REBUILT POSITIONS DO NOT PROVE - '
                      'NEWPOS MUST NOT BE USED.'
              PERFORM REFUSE-RUN
           END-IF.

           PERFORM WRITE-REPORT.

           IF RUN-MODE-VERIFY
              PERFORM VERIFY-POSITIONS
           END-IF.

           PERFORM RECORD-RUN-END.
           PERFORM TERMINATE-RUN.

       MP999.
           EXIT.


       INITIALISE-RUN SECTION.
       IR010.
           PERFORM RECORD-RUN-START.

           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-OK
              SET WS-CONTROL-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING CONTROL-FILE STATUS '
                      WS-CONTROL-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           OPEN INPUT BACKUP-FILE.
           IF WS-BACKUP-OK
              SET WS-BACKUP-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING BACKUP-FILE STATUS '
                      WS-BACKUP-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-OK
              SET WS-ARCHIVE-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING ARCHIVE-FILE STATUS '
                      WS-ARCHIVE-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           OPEN OUTPUT POSRC-REPORT.
           IF WS-REPORT-OK
              SET WS-REPORT-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING POSRC-REPORT STATUS '
                      WS-REPORT-STATUS
              PERFORM REFUSE-RUN
           END-IF.

       IR999.
           EXIT.


       READ-CONTROL-CARD SECTION.
      *
      *    One REBUILD or VERIFY card, plus any number of NORUN and
      *    RUNDAY calendar cards in any order.  Blank cards and
      *    cards with an asterisk in column 1 are comments.
      *
       RK010.
           READ CONTROL-FILE
              AT END
                 MOVE 'Y' TO CONTROL-EOF-SW
                 GO TO RK999
           END-READ.

           IF NOT WS-CONTROL-OK AND NOT WS-CONTROL-EOF-STATUS
              DISPLAY 'ERROR READING CONTROL-FILE STATUS '
                      WS-CONTROL-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           IF CONTROL-CARD = SPACES OR CONTROL-CARD(1:1) = '*'
              GO TO RK999
           END-IF.

           IF CTL-IS-NORUN OR CTL-IS-RUNDAY
              GO TO RK030
           END-IF.

           IF NOT CTL-IS-REBUILD AND NOT CTL-IS-VERIFY
              DISPLAY 'BNKPOSRC - UNKNOWN CONTROL CARD - '
                      CONTROL-CARD(1:40)
              PERFORM REFUSE-RUN
           END-IF.

           IF NOT RUN-MODE-NOT-SET
              DISPLAY 'BNKPOSRC - MORE THAN ONE REBUILD/VERIFY CARD '
                      '- ONE RUN, ONE RECOVERY.'
              PERFORM REFUSE-RUN
           END-IF.

           IF CTL-IS-REBUILD
              SET RUN-MODE-REBUILD TO TRUE
           ELSE
              SET RUN-MODE-VERIFY TO TRUE
           END-IF.

           MOVE CTL-DATE-1 TO WS-CHECK-DATE.
           PERFORM CHECK-CARD-DATE.
           IF NOT WS-CHECK-DATE-OK
              DISPLAY 'BNKPOSRC - BACKUP DATE ' CTL-DATE-1
                      ' IS NOT A VALID YYYYMMDD DATE.'
              PERFORM REFUSE-RUN
           END-IF.
           MOVE WS-CHECK-DATE-N TO WS-BACKUP-DATE.

      *
      *    No as-at date means replay everything supplied - the
      *    date is settled once the last generation is proved.
      *
           IF CTL-DATE-2 = SPACES
              MOVE ZERO TO WS-ASAT-DATE
              GO TO RK999
           END-IF.

           MOVE CTL-DATE-2 TO WS-CHECK-DATE.
           PERFORM CHECK-CARD-DATE.
           IF NOT WS-CHECK-DATE-OK
              DISPLAY 'BNKPOSRC - AS-AT DATE ' CTL-DATE-2
                      ' IS NOT A VALID YYYYMMDD DATE.'
              PERFORM REFUSE-RUN
           END-IF.
           MOVE WS-CHECK-DATE-N TO WS-ASAT-DATE.

           IF WS-ASAT-DATE < WS-BACKUP-DATE
              DISPLAY 'BNKPOSRC - AS-AT DATE ' CTL-DATE-2
                      ' IS BEFORE THE BACKUP DATE ' CTL-DATE-1
                      ' - A BACKUP CANNOT BE ROLLED BACK.'
              PERFORM REFUSE-RUN
           END-IF.

           GO TO RK999.

       RK030.
           MOVE CTL-DATE-1 TO WS-CHECK-DATE.
           PERFORM CHECK-CARD-DATE.
           IF NOT WS-CHECK-DATE-OK
              DISPLAY 'BNKPOSRC - CALENDAR DATE ' CTL-DATE-1
                      ' IS NOT A VALID YYYYMMDD DATE.'
              PERFORM REFUSE-RUN
           END-IF.

           IF WS-CALX-COUNT NOT < 100
              DISPLAY 'BNKPOSRC - MORE THAN 100 NORUN/RUNDAY CARDS.'
              PERFORM REFUSE-RUN
           END-IF.

           ADD 1 TO WS-CALX-COUNT.
           MOVE WS-CHECK-DATE-N TO WS-CALX-DATE(WS-CALX-COUNT).
           IF CTL-IS-NORUN
              SET WS-CALX-NORUN(WS-CALX-COUNT)  TO TRUE
           ELSE
              SET WS-CALX-RUNDAY(WS-CALX-COUNT) TO TRUE
           END-IF.

       RK999.
           EXIT.


       CHECK-CARD-DATE SECTION.
      *
      *    WS-CHECK-DATE holds a YYYYMMDD date off a card; the
      *    switch says whether it will do as a calendar date.
      *
       CD010.
           MOVE 'N' TO WS-CHECK-DATE-SW.

           IF WS-CHECK-DATE NOT NUMERIC
              GO TO CD999
           END-IF.
           IF WS-CHECK-YYYY < 1900
              GO TO CD999
           END-IF.
           IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
              OR WS-CHECK-DD < 1
              GO TO CD999
           END-IF.

           PERFORM GET-DAYS-IN-MONTH.
           IF WS-CHECK-DD > WS-DAYS-IN-MONTH
              GO TO CD999
           END-IF.

           SET WS-CHECK-DATE-OK TO TRUE.

       CD999.
           EXIT.


       GET-DAYS-IN-MONTH SECTION.
       GD010.
           EVALUATE WS-CHECK-MM
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-DAYS-IN-MONTH
              WHEN 2
                 MOVE 28 TO WS-DAYS-IN-MONTH
                 DIVIDE WS-CHECK-YYYY BY 4
                    GIVING WS-LEAP-QUOTIENT
                    REMAINDER WS-LEAP-REMAINDER
                 IF WS-LEAP-REMAINDER = ZERO
                    MOVE 29 TO WS-DAYS-IN-MONTH
                    DIVIDE WS-CHECK-YYYY BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                    IF WS-LEAP-REMAINDER = ZERO
                       MOVE 28 TO WS-DAYS-IN-MONTH
                       DIVIDE WS-CHECK-YYYY BY 400
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


       PROVE-ARCHIVE-RECORD SECTION.
      *
      *    First pass: count and hash each generation's records the
      *    way BNKEODJ built its trailer, and prove them as each
      *    trailer arrives.  Nothing is applied on this pass.
      *
       PA010.
           READ ARCHIVE-FILE
              AT END
                 MOVE 'Y' TO ARCHIVE-EOF-SW
                 GO TO PA999
           END-READ.

           IF NOT WS-ARCHIVE-OK AND NOT WS-ARCHIVE-EOF-STATUS
              DISPLAY 'ERROR READING ARCHIVE-FILE STATUS '
                      WS-ARCHIVE-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           IF ARCH-TRL-IS-TRAILER
              PERFORM PROVE-GENERATION
              GO TO PA999
           END-IF.

           ADD 1 TO WS-ARCH-COUNT.
           ADD 1 TO WS-PRF-COUNT.

           IF WS-PRF-COUNT = 1
              MOVE CRAJRNL-DATE OF ARCHIVE-JRNL-REC(7:4)
                 TO WS-JRNL-YYYY
              MOVE CRAJRNL-DATE OF ARCHIVE-JRNL-REC(4:2)
                 TO WS-JRNL-MM
              MOVE CRAJRNL-DATE OF ARCHIVE-JRNL-REC(1:2)
                 TO WS-JRNL-DD
              MOVE WS-JRNL-DATE TO WS-FIRST-JRNL-DATE
           END-IF.

           EVALUATE TRUE
              WHEN CRAJRNL-ACTN-CREDEBIT OF ARCHIVE-JRNL-REC
                 ADD CRAJRNL-AMT OF ARCHIVE-JRNL-REC
                    TO WS-PRF-HASH-C
              WHEN CRAJRNL-ACTN-TRANSFER OF ARCHIVE-JRNL-REC
                 ADD CRAJRNL-AMT OF ARCHIVE-JRNL-REC
                    TO WS-PRF-HASH-T
              WHEN CRAJRNL-ACTN-INQUIRY OF ARCHIVE-JRNL-REC
                 ADD CRAJRNL-AMT OF ARCHIVE-JRNL-REC
                    TO WS-PRF-HASH-I
              WHEN OTHER
                 ADD CRAJRNL-AMT OF ARCHIVE-JRNL-REC
                    TO WS-PRF-HASH-OTH
           END-EVALUATE.

       PA999.
           EXIT.


       PROVE-GENERATION SECTION.
      *
      *    A trailer closes a generation off: prove its totals, date
      *    it, check it follows on from the one before and file it
      *    in the generation table.
      *
       PG010.
           ADD 1 TO WS-GEN-COUNT.
           IF WS-GEN-COUNT > 400
              DISPLAY 'BNKPOSRC - MORE THAN 400 ARCHIVE GENERATIONS '
                      '- USE A LATER BACKUP.'
              PERFORM REFUSE-RUN
           END-IF.

           IF WS-PRF-COUNT      NOT = ARCH-TRL-COUNT
              OR WS-PRF-HASH-C   NOT = ARCH-TRL-HASH-C
              OR WS-PRF-HASH-T   NOT = ARCH-TRL-HASH-T
              OR WS-PRF-HASH-I   NOT = ARCH-TRL-HASH-I
              OR WS-PRF-HASH-OTH NOT = ARCH-TRL-HASH-OTH
              MOVE WS-GEN-COUNT TO WS-CNT-DISPLAY
              DISPLAY 'BNKPOSRC - ARCHIVE GENERATION ' WS-CNT-DISPLAY
                      ' DOES NOT PROVE AGAINST ITS TRAILER.'
              PERFORM REFUSE-RUN
           END-IF.

      *
      *    The trailer's own business date when BNKEODJ stamped
      *    one, otherwise the date on the generation's first record.
      *    An empty generation from before the stamp cannot be
      *    dated at all.
      *
           IF ARCH-TRL-BUS-DATE NUMERIC
              AND ARCH-TRL-BUS-DATE NOT = ZERO
              MOVE ARCH-TRL-BUS-DATE TO WS-GEN-BUS-DATE
              SET WS-GEN-DATED-BY-TRL(WS-GEN-COUNT) TO TRUE
           ELSE
              IF WS-PRF-COUNT = ZERO
                 MOVE WS-GEN-COUNT TO WS-CNT-DISPLAY
                 DISPLAY 'BNKPOSRC - ARCHIVE GENERATION '
                         WS-CNT-DISPLAY ' IS EMPTY AND UNDATED - '
                         'CANNOT PLACE IT IN SEQUENCE.'
                 PERFORM REFUSE-RUN
              END-IF
              IF WS-FIRST-JRNL-DATE NOT NUMERIC
                 MOVE WS-GEN-COUNT TO WS-CNT-DISPLAY
                 DISPLAY 'BNKPOSRC - ARCHIVE GENERATION '
                         WS-CNT-DISPLAY ' HAS NO USABLE DATE.'
                 PERFORM REFUSE-RUN
              END-IF
              MOVE WS-FIRST-JRNL-DATE TO WS-GEN-BUS-DATE
              SET WS-GEN-DATED-BY-JRNL(WS-GEN-COUNT) TO TRUE
           END-IF.

      *
      *    On or before the generation ahead of it (or the backup,
      *    for the first) is out of sequence - replaying it would
      *    post a day twice or backwards.  Beyond the next business
      *    day means that day's generation is missing.
      *
           IF WS-GEN-BUS-DATE NOT > WS-PREV-DATE
              MOVE WS-GEN-COUNT TO WS-CNT-DISPLAY
              DISPLAY 'BNKPOSRC - ARCHIVE GENERATION ' WS-CNT-DISPLAY
                      ' DATED ' WS-GEN-BUS-DATE
                      ' IS OUT OF SEQUENCE - IT MUST FOLLOW '
                      WS-PREV-DATE '.'
              PERFORM REFUSE-RUN
           END-IF.

           MOVE WS-PREV-DATE TO WS-CAL-DATE.
           PERFORM NEXT-BUSINESS-DAY.
           IF WS-GEN-BUS-DATE > WS-CAL-DATE
              DISPLAY 'BNKPOSRC - MISSING ARCHIVE GENERATION FOR '
                      'BUSINESS DATE ' WS-CAL-DATE
                      ' - NEXT GENERATION SUPPLIED IS '
                      WS-GEN-BUS-DATE '.'
              PERFORM REFUSE-RUN
           END-IF.

           MOVE WS-GEN-BUS-DATE TO WS-GEN-DATE(WS-GEN-COUNT)
                                   WS-PREV-DATE.
           MOVE WS-PRF-COUNT    TO WS-GEN-RECORDS(WS-GEN-COUNT).
           MOVE ZERO            TO WS-GEN-APPLIED(WS-GEN-COUNT).
           MOVE ZERO            TO WS-GEN-NET(WS-GEN-COUNT).

           INITIALIZE WS-PROOF-TOTALS.
           MOVE SPACES TO WS-FIRST-JRNL-DATE.

       PG999.
           EXIT.


       CHECK-ASAT-REACHED SECTION.
      *
      *    With no as-at date the rebuild stands at the last
      *    generation supplied.  With one, the generations must
      *    reach it: a business day between the last generation and
      *    the as-at date is a missing generation.
      *
       CA010.
           IF WS-ASAT-DATE = ZERO
              MOVE WS-PREV-DATE TO WS-ASAT-DATE
              GO TO CA999
           END-IF.

           IF WS-PREV-DATE NOT < WS-ASAT-DATE
              GO TO CA999
           END-IF.

           MOVE WS-PREV-DATE TO WS-CAL-DATE.
           PERFORM NEXT-BUSINESS-DAY.
           IF WS-CAL-DATE NOT > WS-ASAT-DATE
              DISPLAY 'BNKPOSRC - MISSING ARCHIVE GENERATION FOR '
                      'BUSINESS DATE ' WS-CAL-DATE
                      ' - NEEDED TO REACH ' WS-ASAT-DATE '.'
              PERFORM REFUSE-RUN
           END-IF.

       CA999.
           EXIT.


       NEXT-BUSINESS-DAY SECTION.
      *
      *    Step WS-CAL-DATE forward to the next day the night run
      *    is expected: Monday to Friday unless a NORUN card says
      *    otherwise, weekends only on a RUNDAY card.
      *
       NB010.
           COMPUTE WS-CAL-DAYNO =
              FUNCTION INTEGER-OF-DATE(WS-CAL-DATE) + 1.
           COMPUTE WS-CAL-DATE =
              FUNCTION DATE-OF-INTEGER(WS-CAL-DAYNO).
           DIVIDE WS-CAL-DAYNO BY 7 GIVING WS-CAL-WEEKS
              REMAINDER WS-CAL-WEEKDAY.

           IF WS-CAL-WEEKEND
              MOVE 'N' TO BUSINESS-DAY-SW
           ELSE
              MOVE 'Y' TO BUSINESS-DAY-SW
           END-IF.

           MOVE 1 TO WS-CALX-SUB.
           PERFORM CHECK-CALENDAR-EXCEPTION THRU CX999
              UNTIL WS-CALX-SUB > WS-CALX-COUNT.

           IF NOT BUSINESS-DAY
              GO TO NB010
           END-IF.

       NB999.
           EXIT.


       CHECK-CALENDAR-EXCEPTION SECTION.
       CX010.
           IF WS-CALX-DATE(WS-CALX-SUB) = WS-CAL-DATE
              IF WS-CALX-NORUN(WS-CALX-SUB)
                 MOVE 'N' TO BUSINESS-DAY-SW
              ELSE
                 MOVE 'Y' TO BUSINESS-DAY-SW
              END-IF
           END-IF.

           ADD 1 TO WS-CALX-SUB.

       CX999.
           EXIT.


       LOAD-BACKUP SECTION.
      *
      *    Lay the backup generation down as the starting point of
      *    the rebuilt master.  NEWPOS is a work file and is always
      *    loaded from empty.
      *
       LB010.
           OPEN OUTPUT NEWPOS-FILE.
           IF WS-NEWPOS-OK
              SET WS-NEWPOS-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING NEWPOS-FILE STATUS '
                      WS-NEWPOS-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           PERFORM LOAD-BACKUP-RECORD THRU LR999
              UNTIL BACKUP-EOF.

           CLOSE NEWPOS-FILE.
           MOVE 'N' TO WS-NEWPOS-OPEN-SW.

      *
      *    A backup holding a position rolled after the date it is
      *    said to be good to would have that day replayed on top of
      *    it a second time.
      *
           IF WS-MAX-BKUP-ROLLED > WS-BACKUP-DATE
              DISPLAY 'BNKPOSRC - BACKUP HOLDS POSITIONS ROLLED TO '
                      WS-MAX-BKUP-ROLLED ' - LATER THAN BACKUP DATE '
                      WS-BACKUP-DATE '.'
              PERFORM REFUSE-RUN
           END-IF.

           OPEN I-O NEWPOS-FILE.
           IF WS-NEWPOS-OK
              SET WS-NEWPOS-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING NEWPOS-FILE STATUS '
                      WS-NEWPOS-STATUS
              PERFORM REFUSE-RUN
           END-IF.

       LB999.
           EXIT.


       LOAD-BACKUP-RECORD SECTION.
       LR010.
           READ BACKUP-FILE
              AT END
                 MOVE 'Y' TO BACKUP-EOF-SW
                 GO TO LR999
           END-READ.

           IF NOT WS-BACKUP-OK AND NOT WS-BACKUP-EOF-STATUS
              DISPLAY 'ERROR READING BACKUP-FILE STATUS '
                      WS-BACKUP-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           MOVE BACKUP-REC TO NEWPOS-REC.
           WRITE NEWPOS-REC.
           IF WS-NEWPOS-DUPKEY
              DISPLAY 'BNKPOSRC - ACCOUNT ' BKUP-ACCNO
                      ' IS ON THE BACKUP TWICE - BACKUP UNUSABLE.'
              PERFORM REFUSE-RUN
           END-IF.
           IF NOT WS-NEWPOS-OK
              DISPLAY 'ERROR WRITING NEWPOS-FILE STATUS '
                      WS-NEWPOS-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           ADD 1 TO WS-BACKUP-COUNT.
           ADD BKUP-BALANCE TO WS-BEFORE-TOTAL.
           IF BKUP-LAST-ROLLED > WS-MAX-BKUP-ROLLED
              MOVE BKUP-LAST-ROLLED TO WS-MAX-BKUP-ROLLED
           END-IF.

       LR999.
           EXIT.


       REPLAY-ARCHIVE-RECORD SECTION.
      *
      *    Second pass: the archive has proved, so replay it.  The
      *    generations are already known to be in business-date
      *    order, so archive order is business-date order; WS-GEN-SUB
      *    moves on to the next generation at each trailer.  The
      *    pass stops at the first generation beyond the as-at date.
      *
       RA010.
           READ ARCHIVE-FILE
              AT END
                 MOVE 'Y' TO ARCHIVE-EOF-SW
                 GO TO RA999
           END-READ.

           IF NOT WS-ARCHIVE-OK AND NOT WS-ARCHIVE-EOF-STATUS
              DISPLAY 'ERROR READING ARCHIVE-FILE STATUS '
                      WS-ARCHIVE-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           IF ARCH-TRL-IS-TRAILER
              ADD 1 TO WS-GEN-SUB
              GO TO RA999
           END-IF.

           IF WS-GEN-DATE(WS-GEN-SUB) > WS-ASAT-DATE
              MOVE 'Y' TO ARCHIVE-EOF-SW
              GO TO RA999
           END-IF.

      *
      *    Only successful money movements roll a position forward,
      *    exactly as BNKPOSUP applied them.
      *
           IF CRAJRNL-ACTN-INQUIRY OF ARCHIVE-JRNL-REC
              GO TO RA999
           END-IF.
           IF NOT CRAJRNL-WAS-SUCCESS OF ARCHIVE-JRNL-REC
              GO TO RA999
           END-IF.

           PERFORM REPLAY-TO-POSITION.

       RA999.
           EXIT.


       REPLAY-TO-POSITION SECTION.
      *
      *    BNKPOSUP's posting logic against the rebuilt master, with
      *    the generation's business date standing in for the night
      *    the roll originally ran.
      *
       RP010.
           MOVE CRAJRNL-ACCNO OF ARCHIVE-JRNL-REC TO NEWPOS-ACCNO.
           READ NEWPOS-FILE.

           IF WS-NEWPOS-NOTFND
              MOVE CRAJRNL-ACCNO OF ARCHIVE-JRNL-REC
                 TO NEWPOS-ACCNO
              MOVE CRAJRNL-SORTC OF ARCHIVE-JRNL-REC
                 TO NEWPOS-SORTC
              MOVE CRAJRNL-AMT   OF ARCHIVE-JRNL-REC
                 TO NEWPOS-BALANCE
              MOVE WS-GEN-DATE(WS-GEN-SUB) TO NEWPOS-LAST-ROLLED
              WRITE NEWPOS-REC
              IF NOT WS-NEWPOS-OK
                 DISPLAY 'ERROR WRITING NEWPOS-FILE STATUS '
                         WS-NEWPOS-STATUS
                 PERFORM REFUSE-RUN
              END-IF
              ADD 1 TO WS-ACCOUNTS-ADDED
              GO TO RP020
           END-IF.

           IF NOT WS-NEWPOS-OK
              DISPLAY 'ERROR READING NEWPOS-FILE STATUS '
                      WS-NEWPOS-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           ADD CRAJRNL-AMT OF ARCHIVE-JRNL-REC TO NEWPOS-BALANCE.
           MOVE CRAJRNL-SORTC OF ARCHIVE-JRNL-REC TO NEWPOS-SORTC.
           MOVE WS-GEN-DATE(WS-GEN-SUB) TO NEWPOS-LAST-ROLLED.

           REWRITE NEWPOS-REC.
           IF NOT WS-NEWPOS-OK
              DISPLAY 'ERROR REWRITING NEWPOS-FILE STATUS '
                      WS-NEWPOS-STATUS
              PERFORM REFUSE-RUN
           END-IF.
           ADD 1 TO WS-ACCOUNTS-UPDATED.

       RP020.
           ADD 1 TO WS-POSTINGS-APPLIED.
           ADD 1 TO WS-GEN-APPLIED(WS-GEN-SUB).
           ADD CRAJRNL-AMT OF ARCHIVE-JRNL-REC TO WS-NET-APPLIED.
           ADD CRAJRNL-AMT OF ARCHIVE-JRNL-REC
              TO WS-GEN-NET(WS-GEN-SUB).

       RP999.
           EXIT.


       SUM-REBUILT-POSITIONS SECTION.
      *
      *    One sequential pass over the rebuilt master for the
      *    closing total.
      *
       SR010.
           MOVE ZERO TO WS-AFTER-TOTAL.
           PERFORM START-NEWPOS.

           PERFORM SUM-ONE-POSITION THRU SO999
              UNTIL NEWPOS-EOF.

       SR999.
           EXIT.


       SUM-ONE-POSITION SECTION.
       SO010.
           PERFORM READ-NEWPOS-NEXT.
           IF NEWPOS-EOF
              GO TO SO999
           END-IF.

           ADD NEWPOS-BALANCE TO WS-AFTER-TOTAL.

       SO999.
           EXIT.


       START-NEWPOS SECTION.
      *
      *    Position the rebuilt master at its first account.  A
      *    master with no accounts at all is at end straight away.
      *
       SN010.
           MOVE 'N' TO NEWPOS-EOF-SW.

           MOVE LOW-VALUES TO NEWPOS-ACCNO.
           START NEWPOS-FILE KEY NOT < NEWPOS-KEY.
           IF WS-NEWPOS-NOTFND OR WS-NEWPOS-EOF-STATUS
              MOVE 'Y' TO NEWPOS-EOF-SW
              GO TO SN999
           END-IF.
           IF NOT WS-NEWPOS-OK
              DISPLAY 'ERROR STARTING NEWPOS-FILE STATUS '
                      WS-NEWPOS-STATUS
              PERFORM REFUSE-RUN
           END-IF.

       SN999.
           EXIT.


       READ-NEWPOS-NEXT SECTION.
       RN010.
           READ NEWPOS-FILE NEXT
              AT END
                 MOVE 'Y' TO NEWPOS-EOF-SW
                 GO TO RN999
           END-READ.

           IF NOT WS-NEWPOS-OK AND NOT WS-NEWPOS-EOF-STATUS
              DISPLAY 'ERROR READING NEWPOS-FILE STATUS '
                      WS-NEWPOS-STATUS
              PERFORM REFUSE-RUN
           END-IF.

       RN999.
           EXIT.


       READ-ACCTPOS-NEXT SECTION.
       RL010.
           READ ACCTPOS-FILE NEXT
              AT END
                 MOVE 'Y' TO ACCTPOS-EOF-SW
                 GO TO RL999
           END-READ.

           IF NOT WS-ACCTPOS-OK AND NOT WS-ACCTPOS-EOF-STATUS
              DISPLAY 'ERROR READING ACCTPOS-FILE STATUS '
                      WS-ACCTPOS-STATUS
              PERFORM REFUSE-RUN
           END-IF.

       RL999.
           EXIT.


       VERIFY-POSITIONS SECTION.
      *
      *    Match the rebuilt master against the live one in account
      *    order and list every account that is not identical on
      *    both.  Any difference ends the run with return code 8 so
      *    the scheduler holds what depends on the live positions.
      *
       VP010.
           OPEN INPUT ACCTPOS-FILE.
           IF WS-ACCTPOS-OK
              SET WS-ACCTPOS-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING ACCTPOS-FILE STATUS '
                      WS-ACCTPOS-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           MOVE SPACES TO POSRC-REPORT-LINE.
           WRITE POSRC-REPORT-LINE.
           PERFORM CHECK-REPORT-STATUS.
           WRITE POSRC-REPORT-LINE FROM WS-DIFF-HEADING.
           PERFORM CHECK-REPORT-STATUS.

           PERFORM START-NEWPOS.
           IF NOT NEWPOS-EOF
              PERFORM READ-NEWPOS-NEXT
           END-IF.
           PERFORM READ-ACCTPOS-NEXT.

           PERFORM COMPARE-ONE-ACCOUNT THRU CO999
              UNTIL NEWPOS-EOF AND ACCTPOS-EOF.

           MOVE SPACES TO POSRC-REPORT-LINE.
           WRITE POSRC-REPORT-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'ACCOUNTS MATCHED'             TO TOT-DESC.
           MOVE WS-ACCOUNTS-MATCHED            TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE POSRC-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'ACCOUNTS DIFFERENT'           TO TOT-DESC.
           MOVE WS-ACCOUNTS-DIFFERENT          TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE POSRC-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           IF WS-ACCOUNTS-DIFFERENT NOT = ZERO
              MOVE WS-ACCOUNTS-DIFFERENT TO WS-CNT-DISPLAY
              DISPLAY 'BNKPOSRC - ' WS-CNT-DISPLAY
                      ' LIVE POSITIONS DIFFER FROM THE REBUILD - '
                      'SEE REPORT.'
              MOVE 8 TO RETURN-CODE
           END-IF.

       VP999.
           EXIT.


       COMPARE-ONE-ACCOUNT SECTION.
      *
      *    A side that has run out compares high, so the other
      *    side's remaining accounts all come out as one-sided.
      *
       CO010.
           IF NEWPOS-EOF
              MOVE HIGH-VALUES TO NEWPOS-ACCNO
           END-IF.
           IF ACCTPOS-EOF
              MOVE HIGH-VALUES TO ACCTPOS-ACCNO
           END-IF.

           MOVE SPACES TO DIF-REBUILT-BAL DIF-LIVE-BAL
                          DIF-REBUILT-ROLLED DIF-LIVE-ROLLED.

           IF NEWPOS-ACCNO < ACCTPOS-ACCNO
              MOVE NEWPOS-ACCNO       TO DIF-ACCNO
              MOVE NEWPOS-BALANCE     TO WS-NET-DISPLAY
              MOVE WS-NET-DISPLAY     TO DIF-REBUILT-BAL
              MOVE NEWPOS-LAST-ROLLED TO DIF-REBUILT-ROLLED
              MOVE 'NOT ON LIVE ACCTPOS' TO DIF-REASON
              PERFORM WRITE-DIFFERENCE
              PERFORM READ-NEWPOS-NEXT
              GO TO CO999
           END-IF.

           IF ACCTPOS-ACCNO < NEWPOS-ACCNO
              MOVE ACCTPOS-ACCNO       TO DIF-ACCNO
              MOVE ACCTPOS-BALANCE     TO WS-NET-DISPLAY
              MOVE WS-NET-DISPLAY      TO DIF-LIVE-BAL
              MOVE ACCTPOS-LAST-ROLLED TO DIF-LIVE-ROLLED
              MOVE 'NOT IN REBUILD'    TO DIF-REASON
              PERFORM WRITE-DIFFERENCE
              PERFORM READ-ACCTPOS-NEXT
              GO TO CO999
           END-IF.

           MOVE NEWPOS-ACCNO        TO DIF-ACCNO.
           MOVE NEWPOS-BALANCE      TO WS-NET-DISPLAY.
           MOVE WS-NET-DISPLAY      TO DIF-REBUILT-BAL.
           MOVE ACCTPOS-BALANCE     TO WS-NET-DISPLAY.
           MOVE WS-NET-DISPLAY      TO DIF-LIVE-BAL.
           MOVE NEWPOS-LAST-ROLLED  TO DIF-REBUILT-ROLLED.
           MOVE ACCTPOS-LAST-ROLLED TO DIF-LIVE-ROLLED.

           EVALUATE TRUE
              WHEN NEWPOS-BALANCE NOT = ACCTPOS-BALANCE
                 MOVE 'BALANCE DIFFERS'     TO DIF-REASON
                 PERFORM WRITE-DIFFERENCE
              WHEN NEWPOS-SORTC NOT = ACCTPOS-SORTC
                 MOVE 'SORT CODE DIFFERS'   TO DIF-REASON
                 PERFORM WRITE-DIFFERENCE
              WHEN NEWPOS-LAST-ROLLED NOT = ACCTPOS-LAST-ROLLED
                 MOVE 'LAST-ROLLED DIFFERS' TO DIF-REASON
                 PERFORM WRITE-DIFFERENCE
              WHEN OTHER
                 ADD 1 TO WS-ACCOUNTS-MATCHED
           END-EVALUATE.

           PERFORM READ-NEWPOS-NEXT.
           PERFORM READ-ACCTPOS-NEXT.

       CO999.
           EXIT.


       WRITE-DIFFERENCE SECTION.
       WD010.
           WRITE POSRC-REPORT-LINE FROM WS-DIFF-LINE.
           PERFORM CHECK-REPORT-STATUS.
           ADD 1 TO WS-ACCOUNTS-DIFFERENT.

       WD999.
           EXIT.


       WRITE-REPORT SECTION.
       WR010.
           WRITE POSRC-REPORT-LINE FROM WS-HEADING-1.
           PERFORM CHECK-REPORT-STATUS.

           IF RUN-MODE-VERIFY
              MOVE 'VERIFY'                    TO PRM-VALUE
           ELSE
              MOVE 'REBUILD'                   TO PRM-VALUE
           END-IF.
           MOVE 'RECOVERY MODE'                TO PRM-DESC.
           WRITE POSRC-REPORT-LINE FROM WS-PARM-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'BACKUP GOOD TO BUSINESS DATE' TO PRM-DESC.
           MOVE WS-BACKUP-DATE                 TO PRM-VALUE.
           WRITE POSRC-REPORT-LINE FROM WS-PARM-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'REBUILT AS AT BUSINESS DATE'  TO PRM-DESC.
           MOVE WS-ASAT-DATE                   TO PRM-VALUE.
           WRITE POSRC-REPORT-LINE FROM WS-PARM-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE SPACES TO POSRC-REPORT-LINE.
           WRITE POSRC-REPORT-LINE.
           PERFORM CHECK-REPORT-STATUS.
           WRITE POSRC-REPORT-LINE FROM WS-GEN-HEADING.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 1 TO WS-GEN-SUB.
           PERFORM WRITE-GENERATION-LINE THRU WG999
              UNTIL WS-GEN-SUB > WS-GEN-COUNT.

           MOVE SPACES TO POSRC-REPORT-LINE.
           WRITE POSRC-REPORT-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'BACKUP POSITIONS TOTAL'       TO MNY-DESC.
           MOVE WS-BEFORE-TOTAL                TO WS-NET-DISPLAY.
           MOVE WS-NET-DISPLAY                 TO MNY-AMT.
           WRITE POSRC-REPORT-LINE FROM WS-MONEY-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'NET MOVEMENT REPLAYED'        TO MNY-DESC.
           MOVE WS-NET-APPLIED                 TO WS-NET-DISPLAY.
           MOVE WS-NET-DISPLAY                 TO MNY-AMT.
           WRITE POSRC-REPORT-LINE FROM WS-MONEY-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'REBUILT POSITIONS TOTAL'      TO MNY-DESC.
           MOVE WS-AFTER-TOTAL                 TO WS-NET-DISPLAY.
           MOVE WS-NET-DISPLAY                 TO MNY-AMT.
           WRITE POSRC-REPORT-LINE FROM WS-MONEY-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'BACKUP ACCOUNTS LOADED'       TO TOT-DESC.
           MOVE WS-BACKUP-COUNT                TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE POSRC-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'ARCHIVE GENERATIONS PROVED'   TO TOT-DESC.
           MOVE WS-GEN-COUNT                   TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE POSRC-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'ARCHIVE RECORDS READ'         TO TOT-DESC.
           MOVE WS-ARCH-COUNT                  TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE POSRC-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'POSTINGS REPLAYED'            TO TOT-DESC.
           MOVE WS-POSTINGS-APPLIED            TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE POSRC-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'ACCOUNTS UPDATED'             TO TOT-DESC.
           MOVE WS-ACCOUNTS-UPDATED            TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE POSRC-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'ACCOUNTS ADDED'               TO TOT-DESC.
           MOVE WS-ACCOUNTS-ADDED              TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE POSRC-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

       WR999.
           EXIT.


       WRITE-GENERATION-LINE SECTION.
      *
      *    One line per generation proved; those beyond the as-at
      *    date show nothing replayed.
      *
       WG010.
           MOVE WS-GEN-DATE(WS-GEN-SUB)    TO GEN-DATE.
           IF WS-GEN-DATED-BY-TRL(WS-GEN-SUB)
              MOVE 'TRAILER'               TO GEN-DATED-BY
           ELSE
              MOVE 'JOURNAL'               TO GEN-DATED-BY
           END-IF.
           MOVE WS-GEN-RECORDS(WS-GEN-SUB) TO GEN-RECORDS.
           MOVE WS-GEN-APPLIED(WS-GEN-SUB) TO GEN-APPLIED.
           MOVE WS-GEN-NET(WS-GEN-SUB)     TO GEN-NET.
           WRITE POSRC-REPORT-LINE FROM WS-GEN-LINE.
           PERFORM CHECK-REPORT-STATUS.

           ADD 1 TO WS-GEN-SUB.

       WG999.
           EXIT.


       CHECK-REPORT-STATUS SECTION.
       CK010.
           IF NOT WS-REPORT-OK
              DISPLAY 'ERROR WRITING POSRC-REPORT STATUS '
                      WS-REPORT-STATUS
              PERFORM REFUSE-RUN
           END-IF.

       CK999.
           EXIT.


       REFUSE-RUN SECTION.
       RR010.
      *
      *    A controlled stand-down with return code 8.  The live
      *    position master is never opened for update here, so a
      *    refusal leaves it exactly as it was; NEWPOS is only a
      *    work file and must not be copied back after one.
      *
           MOVE 8 TO RETURN-CODE.
           PERFORM RECORD-RUN-END.
           PERFORM TERMINATE-RUN.

       RR999.
           EXIT.


       RECORD-RUN-START SECTION.
      *
      *    Stamp this run started on the shared RUNCTL file.  A
      *    recovery is run on demand, so no predecessors are
      *    declared.
      *
       RC010.
           INITIALIZE RNCTL-PARMS.
           SET RNCTL-FUNC-START TO TRUE.
           MOVE 'BNKPOSRC' TO RNCTL-JOBNAME.
           MOVE ZERO       TO RNCTL-PRED-COUNT.

           CALL 'BNKRNCTL' USING RNCTL-PARMS
              ON EXCEPTION
                 SET RNCTL-REFUSED TO TRUE
                 MOVE 'RUN-CONTROL PROGRAM UNAVAILABLE'
                    TO RNCTL-REASON
           END-CALL.

           IF RNCTL-REFUSED
              DISPLAY 'BNKPOSRC - NOT CLEAR TO START - '
                      RNCTL-REASON
              PERFORM REFUSE-RUN
           END-IF.

       RC999.
           EXIT.


       RECORD-RUN-END SECTION.
       RD010.
           SET RNCTL-FUNC-END TO TRUE.
           MOVE RETURN-CODE  TO RNCTL-RETCODE.
           MOVE WS-ARCH-COUNT TO RNCTL-REC-COUNT.

           CALL 'BNKRNCTL' USING RNCTL-PARMS
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       RD999.
           EXIT.


       TERMINATE-RUN SECTION.
       TE010.
           IF WS-CONTROL-OPEN
              CLOSE CONTROL-FILE
           END-IF.
           IF WS-BACKUP-OPEN
              CLOSE BACKUP-FILE
           END-IF.
           IF WS-ARCHIVE-OPEN
              CLOSE ARCHIVE-FILE
           END-IF.
           IF WS-NEWPOS-OPEN
              CLOSE NEWPOS-FILE
           END-IF.
           IF WS-ACCTPOS-OPEN
              CLOSE ACCTPOS-FILE
           END-IF.
           IF WS-REPORT-OPEN
              CLOSE POSRC-REPORT
           END-IF.
           STOP RUN.

       TE999.
           EXIT.
