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
      * BNKDSPAG - nightly dispute case aging report for the BANKING
      * application.  Reads the DISPCASE case file BNK1DSP maintains
      * and lists every unresolved case - open with no money moved,
      * or open with a provisional credit outstanding - grouped by
      * status and oldest first within it, with the case's age in
      * calendar days since it was opened.  Any case older than the
      * response deadline is flagged PAST DEADLINE.
      *
      * The summary gives, for each age band, the cases open, the
      * cases carrying a provisional credit and the cases past the
      * deadline, then the provisional credit still outstanding - by
      * count and amount, in total and past the deadline - which is
      * the bank's exposure if those cases go against the customer
      * and the credit cannot be recovered.
      *
      * The response deadline in days is taken from columns 1-3 of
      * the SYSIN card; blank or zero falls back to the inline
      * default of 45 days.
      *
      * Resolved cases (confirmed, reversed or declined) and the
      * case file's control record are counted and skipped.  A site
      * that has never opened a case has no DISPCASE file yet, and
      * gets an empty report rather than a failed run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKDSPAG.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPCASE-FILE ASSIGN TO DISPCASE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS DISPCASE-KEY
              FILE STATUS IS WS-DISPCASE-STATUS.

           SELECT SORT-WORK     ASSIGN TO SORTWK01.

           SELECT DSPAG-REPORT  ASSIGN TO DSPAGRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPCASE-FILE.
       01  DISPCASE-REC.
           COPY DISPCASE.

      *
      * One sort record per unresolved case, sorted on status, then
      * oldest first, then case number.
      *
       SD  SORT-WORK.
       01  SORT-REC.
           03 SORT-STATUS               PIC X(1).
           03 SORT-AGE                  PIC 9(5).
           03 SORT-CASENO               PIC 9(8).
           03 SORT-BAND                 PIC 9(1).
           03 SORT-ACCNO                PIC X(8).
           03 SORT-OPENED-DATE          PIC 9(8).
           03 SORT-LEG-AMT              PIC S9(10)V99.
           03 SORT-PROV-AMT             PIC S9(10)V99.
           03 SORT-PROV-DATE            PIC 9(8).
           03 SORT-CLAIM                PIC X(30).

       FD  DSPAG-REPORT
           RECORDING MODE IS F.
       01  DSPAG-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
      *
      * Switches
      *
       01 SWITCHES.
          03 DISPCASE-EOF-SW           PIC X         VALUE 'N'.
             88 DISPCASE-EOF                         VALUE 'Y'.
          03 SORT-EOF-SW               PIC X         VALUE 'N'.
             88 SORT-EOF                             VALUE 'Y'.

      *
      * File status bytes.
      *
       01 WS-DISPCASE-STATUS           PIC X(02)     VALUE SPACES.
          88 WS-DISPCASE-OK                          VALUE '00'.
          88 WS-DISPCASE-EOF-STATUS                  VALUE '10'.
          88 WS-DISPCASE-NOFILE                      VALUE '35'.
       01 WS-REPORT-STATUS             PIC X(02)     VALUE SPACES.
          88 WS-REPORT-OK                            VALUE '00'.

      *
      * Tracks which files actually reached an open state, so
      * TERMINATE-RUN only closes files it really opened.
      *
       01 WS-DISPCASE-OPEN-SW          PIC X         VALUE 'N'.
          88 WS-DISPCASE-OPEN                        VALUE 'Y'.
       01 WS-REPORT-OPEN-SW            PIC X         VALUE 'N'.
          88 WS-REPORT-OPEN                          VALUE 'Y'.

      *
      * Run date, picked up once at initialisation.
      *
       01 WS-RUN-DATE                  PIC 9(8)      VALUE ZERO.
       01 WS-RUN-DAY-NO                PIC 9(7)      VALUE ZERO.
       01 WS-OPENED-DAY-NO             PIC 9(7)      VALUE ZERO.
       01 WS-AGE                       PIC 9(5)      VALUE ZERO.

      *
      * Response deadline in days, from the SYSIN card or the
      * inline fallback.
      *
       01 WS-PARM-CARD                 PIC X(80)     VALUE SPACES.
       01 WS-DEADLINE-DAYS             PIC 9(3)      VALUE ZERO.
       01 WS-FALLBACK-DEADLINE-DAYS    PIC 9(3)      VALUE 45.

      *
      * Age bands.  A case falls in the first band whose upper
      * limit its age does not exceed; the last band takes the rest.
      *
       01 WS-BAND-LIMIT-VALUES.
          03 FILLER                    PIC 9(5)      VALUE 10.
          03 FILLER                    PIC 9(5)      VALUE 30.
          03 FILLER                    PIC 9(5)      VALUE 60.
          03 FILLER                    PIC 9(5)      VALUE 90.
          03 FILLER                    PIC 9(5)      VALUE 99999.
       01 WS-BAND-LIMITS REDEFINES WS-BAND-LIMIT-VALUES.
          03 WS-BAND-LIMIT             PIC 9(5)      OCCURS 5 TIMES.

       01 WS-BAND-NAME-VALUES.
          03 FILLER                    PIC X(12) VALUE '0-10 DAYS'.
          03 FILLER                    PIC X(12) VALUE '11-30 DAYS'.
          03 FILLER                    PIC X(12) VALUE '31-60 DAYS'.
          03 FILLER                    PIC X(12) VALUE '61-90 DAYS'.
          03 FILLER                    PIC X(12) VALUE 'OVER 90 DAYS'.
       01 WS-BAND-NAMES REDEFINES WS-BAND-NAME-VALUES.
          03 WS-BAND-NAME              PIC X(12)     OCCURS 5 TIMES.

       01 WS-BAND-TOTALS.
          03 WS-BAND-ENTRY OCCURS 5 TIMES.
             05 WS-BAND-OPEN           PIC 9(07) COMP.
             05 WS-BAND-PROV           PIC 9(07) COMP.
             05 WS-BAND-PAST           PIC 9(07) COMP.
             05 WS-BAND-PROV-AMT       PIC S9(11)V99.

       01 WS-BAND                      PIC S9(4) COMP VALUE 0.

      *
      * Run counts and money
      *
       01 WS-RECORDS-READ              PIC 9(09) COMP VALUE ZERO.
       01 WS-CASES-RESOLVED            PIC 9(07) COMP VALUE ZERO.
       01 WS-CASES-OPEN                PIC 9(07) COMP VALUE ZERO.
       01 WS-CASES-PROV                PIC 9(07) COMP VALUE ZERO.
       01 WS-CASES-PAST                PIC 9(07) COMP VALUE ZERO.
       01 WS-PROV-PAST-CNT             PIC 9(07) COMP VALUE ZERO.
       01 WS-PROV-TOTAL                PIC S9(11)V99  VALUE ZERO.
       01 WS-PROV-PAST-TOTAL           PIC S9(11)V99  VALUE ZERO.
       01 WS-DISPUTED-TOTAL            PIC S9(11)V99  VALUE ZERO.

       01 WS-CURR-STATUS               PIC X(1)      VALUE SPACE.

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
       01 WS-AMT-DISPLAY               PIC +9(10).99.
       01 WS-TOT-AMT-DISPLAY           PIC +9(11).99.
       01 WS-CNT-DISPLAY               PIC ZZZ,ZZ9.

       01 WS-HEADING-1.
          03 FILLER                    PIC X(40) VALUE
             'BNKDSPAG - DISPUTE CASE AGING REPORT'.
          03 FILLER                    PIC X(10) VALUE 'RUN DATE '.
          03 HDG-RUN-DATE              PIC 9(08).
          03 FILLER                    PIC X(19) VALUE
             '   DEADLINE DAYS '.
          03 HDG-DEADLINE              PIC ZZ9.
          03 FILLER                    PIC X(52) VALUE SPACES.

       01 WS-HEADING-2.
          03 FILLER                    PIC X(10) VALUE 'CASE'.
          03 FILLER                    PIC X(10) VALUE 'ACCOUNT'.
          03 FILLER                    PIC X(10) VALUE 'OPENED'.
          03 FILLER                    PIC X(06) VALUE 'AGE'.
          03 FILLER                    PIC X(13) VALUE 'BAND'.
          03 FILLER                    PIC X(15) VALUE 'IN DISPUTE'.
          03 FILLER                    PIC X(15) VALUE 'PROV CREDIT'.
          03 FILLER                    PIC X(10) VALUE 'CREDITED'.
          03 FILLER                    PIC X(43) VALUE 'CLAIM'.

       01 WS-STATUS-HEADING.
          03 FILLER                    PIC X(07) VALUE 'STATUS '.
          03 STH-STATUS                PIC X(01).
          03 FILLER                    PIC X(03) VALUE ' - '.
          03 STH-DESC                  PIC X(40).
          03 FILLER                    PIC X(81) VALUE SPACES.

       01 WS-DETAIL-LINE.
          03 DET-CASENO                PIC 9(08).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-ACCNO                 PIC X(08).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-OPENED                PIC 9(08).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-AGE                   PIC ZZZZ9.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 DET-BAND                  PIC X(12).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 DET-LEG-AMT               PIC X(14).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 DET-PROV-AMT              PIC X(14).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 DET-PROV-DATE             PIC X(08).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 DET-CLAIM                 PIC X(30).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 DET-FLAG                  PIC X(13).

       01 WS-BAND-HEADING.
          03 FILLER                    PIC X(14) VALUE 'AGE BAND'.
          03 FILLER                    PIC X(12) VALUE '   NO CREDIT'.
          03 FILLER                    PIC X(12) VALUE ' PROV CREDIT'.
          03 FILLER                    PIC X(12) VALUE '   PAST DEAD'.
          03 FILLER                    PIC X(19) VALUE
             '  CREDIT OUTSTAND'.
          03 FILLER                    PIC X(63) VALUE SPACES.

       01 WS-BAND-LINE.
          03 BND-NAME                  PIC X(12).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 FILLER                    PIC X(03) VALUE SPACES.
          03 BND-OPEN                  PIC ZZZ,ZZ9.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 FILLER                    PIC X(03) VALUE SPACES.
          03 BND-PROV                  PIC ZZZ,ZZ9.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 FILLER                    PIC X(03) VALUE SPACES.
          03 BND-PAST                  PIC ZZZ,ZZ9.
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 BND-PROV-AMT              PIC X(15).
          03 FILLER                    PIC X(67) VALUE SPACES.

       01 WS-TOTAL-LINE.
          03 TOT-DESC                  PIC X(40).
          03 TOT-CNT                   PIC X(10).
          03 FILLER                    PIC X(82) VALUE SPACES.

       01 WS-MONEY-LINE.
          03 MNY-DESC                  PIC X(40).
          03 MNY-AMT                   PIC X(19).
          03 FILLER                    PIC X(73) VALUE SPACES.

       01 WS-BLANK-LINE                PIC X(132)    VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
       MP010.
           PERFORM INITIALISE-RUN.

           SORT SORT-WORK
              ON ASCENDING KEY SORT-STATUS
                 DESCENDING KEY SORT-AGE
                 ASCENDING KEY SORT-CASENO
              INPUT PROCEDURE IS RELEASE-CASES
              OUTPUT PROCEDURE IS LIST-CASES.

           PERFORM WRITE-BAND-SUMMARY.
           PERFORM WRITE-RUN-TOTALS.
           PERFORM RECORD-RUN-END.
           PERFORM TERMINATE-RUN.

       MP999.
           EXIT.


       INITIALISE-RUN SECTION.
       IR010.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           COMPUTE WS-RUN-DAY-NO =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

      *
      *    The deadline is the one on the SYSIN card, or by default
      *    the inline fallback.
      *
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-CARD(1:3) IS NUMERIC
              AND WS-PARM-CARD(1:3) NOT = '000'
              MOVE WS-PARM-CARD(1:3) TO WS-DEADLINE-DAYS
           ELSE
              MOVE WS-FALLBACK-DEADLINE-DAYS TO WS-DEADLINE-DAYS
           END-IF.

           INITIALIZE WS-BAND-TOTALS.

           PERFORM RECORD-RUN-START.

      *
      *    No case file yet means no case has ever been opened -
      *    report nothing outstanding.
      *
           OPEN INPUT DISPCASE-FILE.
           IF WS-DISPCASE-OK
              SET WS-DISPCASE-OPEN TO TRUE
           ELSE
              IF WS-DISPCASE-NOFILE
                 SET DISPCASE-EOF TO TRUE
              ELSE
                 DISPLAY 'ERROR OPENING DISPCASE-FILE STATUS '
                         WS-DISPCASE-STATUS
                 PERFORM REFUSE-RUN
              END-IF
           END-IF.

           OPEN OUTPUT DSPAG-REPORT.
           IF WS-REPORT-OK
              SET WS-REPORT-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR OPENING DSPAG-REPORT STATUS '
                      WS-REPORT-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           MOVE WS-RUN-DATE      TO HDG-RUN-DATE.
           MOVE WS-DEADLINE-DAYS TO HDG-DEADLINE.
           WRITE DSPAG-REPORT-LINE FROM WS-HEADING-1.
           PERFORM CHECK-REPORT-STATUS.
           WRITE DSPAG-REPORT-LINE FROM WS-HEADING-2.
           PERFORM CHECK-REPORT-STATUS.

       IR999.
           EXIT.


       RELEASE-CASES SECTION.
       RC010.
           PERFORM RELEASE-ONE-CASE THRU RL999
              UNTIL DISPCASE-EOF.

       RC999.
           EXIT.


       RELEASE-ONE-CASE SECTION.
       RL010.
           READ DISPCASE-FILE
              AT END
                 MOVE 'Y' TO DISPCASE-EOF-SW
                 GO TO RL999
           END-READ.

           IF NOT WS-DISPCASE-OK
              DISPLAY 'ERROR READING DISPCASE-FILE STATUS '
                      WS-DISPCASE-STATUS
              PERFORM REFUSE-RUN
           END-IF.

           ADD 1 TO WS-RECORDS-READ.

           IF DISPCASE-CONTROL-REC
              GO TO RL999
           END-IF.

           IF NOT DISPCASE-UNRESOLVED
              ADD 1 TO WS-CASES-RESOLVED
              GO TO RL999
           END-IF.

      *
      *    Age in calendar days since the case was opened.  A case
      *    opened today is age zero.
      *
           COMPUTE WS-OPENED-DAY-NO =
              FUNCTION INTEGER-OF-DATE(DISPCASE-OPENED-DATE).
           IF WS-OPENED-DAY-NO > WS-RUN-DAY-NO
              MOVE ZERO TO WS-AGE
           ELSE
              COMPUTE WS-AGE = WS-RUN-DAY-NO - WS-OPENED-DAY-NO
           END-IF.

           MOVE 1 TO WS-BAND.

       RL020.
           IF WS-AGE > WS-BAND-LIMIT(WS-BAND)
              ADD 1 TO WS-BAND
              GO TO RL020
           END-IF.

           MOVE DISPCASE-STATUS        TO SORT-STATUS.
           MOVE WS-AGE                 TO SORT-AGE.
           MOVE DISPCASE-CASENO        TO SORT-CASENO.
           MOVE WS-BAND                TO SORT-BAND.
           MOVE DISPCASE-LEG-ACCNO     TO SORT-ACCNO.
           MOVE DISPCASE-OPENED-DATE   TO SORT-OPENED-DATE.
           MOVE DISPCASE-LEG-AMT       TO SORT-LEG-AMT.
           MOVE DISPCASE-PROV-AMT      TO SORT-PROV-AMT.
           MOVE DISPCASE-PROV-DATE     TO SORT-PROV-DATE.
           MOVE DISPCASE-CLAIM         TO SORT-CLAIM.

           RELEASE SORT-REC.

       RL999.
           EXIT.


       LIST-CASES SECTION.
       LC010.
           PERFORM LIST-ONE-CASE THRU LO999
              UNTIL SORT-EOF.

       LC999.
           EXIT.


       LIST-ONE-CASE SECTION.
       LO010.
           RETURN SORT-WORK
              AT END
                 MOVE 'Y' TO SORT-EOF-SW
                 GO TO LO999
           END-RETURN.

      *
      *    Control break on status: each status gets its own
      *    heading.
      *
           IF SORT-STATUS NOT = WS-CURR-STATUS
              MOVE SORT-STATUS TO WS-CURR-STATUS
              MOVE SORT-STATUS TO STH-STATUS
              IF SORT-STATUS = 'P'
                 MOVE 'OPEN - PROVISIONAL CREDIT OUTSTANDING'
                    TO STH-DESC
              ELSE
                 MOVE 'OPEN - NO CREDIT GRANTED' TO STH-DESC
              END-IF
              WRITE DSPAG-REPORT-LINE FROM WS-BLANK-LINE
              PERFORM CHECK-REPORT-STATUS
              WRITE DSPAG-REPORT-LINE FROM WS-STATUS-HEADING
              PERFORM CHECK-REPORT-STATUS
           END-IF.

           MOVE SORT-BAND TO WS-BAND.

           MOVE SORT-CASENO         TO DET-CASENO.
           MOVE SORT-ACCNO          TO DET-ACCNO.
           MOVE SORT-OPENED-DATE    TO DET-OPENED.
           MOVE SORT-AGE            TO DET-AGE.
           MOVE WS-BAND-NAME(WS-BAND) TO DET-BAND.
           MOVE SORT-LEG-AMT        TO WS-AMT-DISPLAY.
           MOVE WS-AMT-DISPLAY      TO DET-LEG-AMT.
           MOVE SORT-CLAIM          TO DET-CLAIM.
           ADD SORT-LEG-AMT         TO WS-DISPUTED-TOTAL.

           IF SORT-STATUS = 'P'
              ADD 1 TO WS-CASES-PROV
              ADD 1 TO WS-BAND-PROV(WS-BAND)
              ADD SORT-PROV-AMT TO WS-PROV-TOTAL
              ADD SORT-PROV-AMT TO WS-BAND-PROV-AMT(WS-BAND)
              MOVE SORT-PROV-AMT  TO WS-AMT-DISPLAY
              MOVE WS-AMT-DISPLAY TO DET-PROV-AMT
              MOVE SORT-PROV-DATE TO DET-PROV-DATE
           ELSE
              ADD 1 TO WS-CASES-OPEN
              ADD 1 TO WS-BAND-OPEN(WS-BAND)
              MOVE SPACES TO DET-PROV-AMT
              MOVE SPACES TO DET-PROV-DATE
           END-IF.

           IF SORT-AGE > WS-DEADLINE-DAYS
              MOVE 'PAST DEADLINE' TO DET-FLAG
              ADD 1 TO WS-CASES-PAST
              ADD 1 TO WS-BAND-PAST(WS-BAND)
              IF SORT-STATUS = 'P'
                 ADD 1 TO WS-PROV-PAST-CNT
                 ADD SORT-PROV-AMT TO WS-PROV-PAST-TOTAL
              END-IF
           ELSE
              MOVE SPACES TO DET-FLAG
           END-IF.

           WRITE DSPAG-REPORT-LINE FROM WS-DETAIL-LINE.
           PERFORM CHECK-REPORT-STATUS.

       LO999.
           EXIT.


       WRITE-BAND-SUMMARY SECTION.
       WB010.
           WRITE DSPAG-REPORT-LINE FROM WS-BLANK-LINE.
           PERFORM CHECK-REPORT-STATUS.
           WRITE DSPAG-REPORT-LINE FROM WS-BAND-HEADING.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 1 TO WS-BAND.

       WB020.
           IF WS-BAND > 5
              GO TO WB999
           END-IF.

           MOVE WS-BAND-NAME(WS-BAND)     TO BND-NAME.
           MOVE WS-BAND-OPEN(WS-BAND)     TO BND-OPEN.
           MOVE WS-BAND-PROV(WS-BAND)     TO BND-PROV.
           MOVE WS-BAND-PAST(WS-BAND)     TO BND-PAST.
           MOVE WS-BAND-PROV-AMT(WS-BAND) TO WS-TOT-AMT-DISPLAY.
           MOVE WS-TOT-AMT-DISPLAY        TO BND-PROV-AMT.

           WRITE DSPAG-REPORT-LINE FROM WS-BAND-LINE.
           PERFORM CHECK-REPORT-STATUS.

           ADD 1 TO WS-BAND.
           GO TO WB020.

       WB999.
           EXIT.


       WRITE-RUN-TOTALS SECTION.
       WT010.
           WRITE DSPAG-REPORT-LINE FROM WS-BLANK-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'CASES OPEN - NO CREDIT GRANTED' TO TOT-DESC.
           MOVE WS-CASES-OPEN                  TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE DSPAG-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'CASES OPEN - PROVISIONAL CREDIT'  TO TOT-DESC.
           MOVE WS-CASES-PROV                  TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE DSPAG-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'CASES PAST RESPONSE DEADLINE' TO TOT-DESC.
           MOVE WS-CASES-PAST                  TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE DSPAG-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'CASES RESOLVED (NOT LISTED)'  TO TOT-DESC.
           MOVE WS-CASES-RESOLVED              TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE DSPAG-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'RECORDS READ FROM CASE FILE'  TO TOT-DESC.
           MOVE WS-RECORDS-READ                TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE DSPAG-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           WRITE DSPAG-REPORT-LINE FROM WS-BLANK-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'AMOUNT IN DISPUTE ON OPEN CASES' TO MNY-DESC.
           MOVE WS-DISPUTED-TOTAL              TO WS-TOT-AMT-DISPLAY.
           MOVE WS-TOT-AMT-DISPLAY             TO MNY-AMT.
           WRITE DSPAG-REPORT-LINE FROM WS-MONEY-LINE.
           PERFORM CHECK-REPORT-STATUS.

      *
      *    Finance's exposure: provisional credit paid out and not
      *    yet confirmed or recovered.
      *
           MOVE 'PROVISIONAL CREDIT OUTSTANDING' TO MNY-DESC.
           MOVE WS-PROV-TOTAL                  TO WS-TOT-AMT-DISPLAY.
           MOVE WS-TOT-AMT-DISPLAY             TO MNY-AMT.
           WRITE DSPAG-REPORT-LINE FROM WS-MONEY-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'PROV CREDIT CASES PAST DEADLINE' TO TOT-DESC.
           MOVE WS-PROV-PAST-CNT               TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY                 TO TOT-CNT.
           WRITE DSPAG-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CHECK-REPORT-STATUS.

           MOVE 'PROV CREDIT PAST DEADLINE'    TO MNY-DESC.
           MOVE WS-PROV-PAST-TOTAL             TO WS-TOT-AMT-DISPLAY.
           MOVE WS-TOT-AMT-DISPLAY             TO MNY-AMT.
           WRITE DSPAG-REPORT-LINE FROM WS-MONEY-LINE.
           PERFORM CHECK-REPORT-STATUS.

       WT999.
           EXIT.


       CHECK-REPORT-STATUS SECTION.
       CK010.
           IF NOT WS-REPORT-OK
              DISPLAY 'ERROR WRITING DSPAG-REPORT STATUS '
                      WS-REPORT-STATUS
              PERFORM REFUSE-RUN
           END-IF.

       CK999.
           EXIT.


       REFUSE-RUN SECTION.
       RR010.
      *
      *    A controlled stand-down with return code 8.  The report
      *    changes nothing, so a rerun simply starts again.
      *
           MOVE 8 TO RETURN-CODE.
           PERFORM RECORD-RUN-END.
           PERFORM TERMINATE-RUN.

       RR999.
           EXIT.


       RECORD-RUN-START SECTION.
      *
      *    Stamp this run started on the shared RUNCTL file.  Cases
      *    are kept on line by BNK1DSP, not by any batch, so the
      *    aging report declares no predecessors.
      *
       RS010.
           INITIALIZE RNCTL-PARMS.
           SET RNCTL-FUNC-START TO TRUE.
           MOVE 'BNKDSPAG' TO RNCTL-JOBNAME.
           MOVE ZERO       TO RNCTL-PRED-COUNT.

           CALL 'BNKRNCTL' USING RNCTL-PARMS
              ON EXCEPTION
                 SET RNCTL-REFUSED TO TRUE
                 MOVE 'RUN-CONTROL PROGRAM UNAVAILABLE'
                    TO RNCTL-REASON
           END-CALL.

           IF RNCTL-REFUSED
              DISPLAY 'BNKDSPAG - NOT CLEAR TO START - '
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
           IF WS-DISPCASE-OPEN
              CLOSE DISPCASE-FILE
           END-IF.
           IF WS-REPORT-OPEN
              CLOSE DSPAG-REPORT
           END-IF.
           STOP RUN.

       TE999.
           EXIT.
