       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       CBL CICS('SP,EDF')
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
      * This is the dispute case program in the BANKING application
      * BMS suite.
      *
      * A customer who disputes a posting has the leg found on
      * BNK1JNL (today's journal) or in a BNKRSRCH research pack
      * (the archives), and the teller opens a case here against
      * that one CRAJRNL leg - task number, timestamp, account and
      * leg number, exactly as the journal keys it - recording the
      * customer's claim.  The next case number is taken off the
      * control record on the DISPCASE case file.
      *
      * A leg posted today is read off the online journal and must
      * have moved money; once BNKEODJ has archived the day the leg
      * is no longer on line, so its posting date and amount are
      * keyed from the research pack instead.  Only one unresolved
      * case may stand against a leg at a time.
      *
      * Actions:
      *   O - open a case against the keyed leg (any teller);
      *   I - inquire on a case by number (any teller);
      *   P - grant a provisional credit (supervisor) - up to the
      *       disputed amount, posted through DBCRFUN to the leg's
      *       account and journalled to CRAJRNL under the dispute
      *       action code;
      *   F - confirm the provisional credit and close the case in
      *       the customer's favour (supervisor);
      *   R - resolve against the customer (supervisor) - a
      *       provisional credit still outstanding is debited back
      *       through DBCRFUN and journalled the same way, and a case
      *       with no credit granted is simply declined.
      *
      * Supervisor actions are secured the same way BNK1MNT's
      * control-file maintenance is, by supervisor ID and SUPCTL
      * override code, and every one attempted - applied or refused
      * - is written to the OVRAUD audit file (file 'DISPCASE', key
      * the case number) so BNKOVRPT lists who granted, confirmed
      * and reversed what.  The provisional credit and its reversal
      * are checked against the ACCTSTS account status master like
      * every other posting path.  BNKDSPAG reports the open cases
      * and the provisional credit outstanding every night.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNK1DSP.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Copyright statement as a literal to go into the load module
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2015,2020. All Rights Reserved.'.
       77 FILLER PIC X(80) VALUE
           'US Government Users Restricted Rights - Use, duplication '.
       77 FILLER PIC X(80) VALUE
           'or disclosure restricted by GSA ADP Schedule Contract '.
       77 FILLER PIC X(80) VALUE
           'with IBM Corp.'.


       01 WS-CICS-WORK-AREA.
          03 WS-CICS-RESP              PIC S9(8) COMP
                                                     VALUE 0.
          03 WS-CICS-RESP2             PIC S9(8) COMP
                                                     VALUE 0.
       01 WS-FAIL-INFO.
          03 FILLER                    PIC X(9)      VALUE 'BNK1DSP  '.
          03 WS-CICS-FAIL-MSG          PIC X(70)     VALUE ' '.
          03 FILLER                    PIC X(6)      VALUE ' RESP='.
          03 WS-CICS-RESP-DISP         PIC 9(10)     VALUE 0.
          03 FILLER                    PIC X(7)      VALUE ' RESP2='.
          03 WS-CICS-RESP2-DISP        PIC 9(10)     VALUE 0.
          03 FILLER                    PIC X(15)     VALUE
                                                      ' ABENDING TASK.'.
       01 SWITCHES.
          03 VALID-DATA-SW             PIC X         VALUE 'Y'.
             88 VALID-DATA                           VALUE 'Y'.
          03 ACTION-DONE-SW            PIC X         VALUE 'N'.
             88 ACTION-DONE                          VALUE 'Y'.
          03 CASE-FOUND-SW             PIC X         VALUE 'N'.
             88 CASE-FOUND                           VALUE 'Y'.
          03 STATUS-REFUSED-SW         PIC X         VALUE 'N'.
             88 STATUS-REFUSED                       VALUE 'Y'.
          03 RETRY-NEEDED-SW           PIC X         VALUE 'N'.
             88 RETRY-NEEDED                         VALUE 'Y'.

       01 FLAGS.
          03 SEND-FLAG                 PIC X.
             88 SEND-ERASE                           VALUE '1'.
             88 SEND-DATAONLY                        VALUE '2'.
             88 SEND-DATAONLY-ALARM                  VALUE '3'.

      *
      * The end of session message
      *
       01 END-OF-SESSION-MESSAGE       PIC X(13)     VALUE
                                                        'Session Ended'.

       01 COMMUNICATION-AREA           PIC X.

       COPY BNK1DSM.

       COPY DFHAID.

       01 SUPCTL-RECORD.
          COPY SUPCTL.

       01 DISPCASE-RECORD.
          COPY DISPCASE.

       01 CRAJRNL-REC.
          COPY CRAJRNL.

       01 ACCTSTS-RECORD.
          COPY ACCTSTS.

       01 OVRAUD-REC.
          COPY OVRAUD.

       01 WS-OVR-OUTCOME               PIC X         VALUE SPACE.

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

      *
      * The leg key as keyed - the timestamp is the journal's ABSTIME
      * in milliseconds, shown as fifteen digits on BNK1JNL and in
      * the research packs.
      *
       01 WS-LEG-KEY-KEYED.
          03 WS-KEYED-TASKNO           PIC X(7).
          03 WS-KEYED-TASKNO-NUM REDEFINES WS-KEYED-TASKNO
                                       PIC 9(7).
          03 WS-KEYED-UTIME            PIC X(15).
          03 WS-KEYED-UTIME-NUM REDEFINES WS-KEYED-UTIME
                                       PIC 9(15).
          03 WS-KEYED-LEGNO            PIC X(1).
          03 WS-KEYED-LEGNO-NUM REDEFINES WS-KEYED-LEGNO
                                       PIC 9(1).

      *
      * An amount is keyed with its pence (125.00, or 12500) - BIF
      * DEEDIT strips the point and right-justifies the digits.
      *
       01 WS-AMT-KEYED                 PIC X(13).
       01 WS-AMT-KEYED-NUM REDEFINES WS-AMT-KEYED
                                       PIC 9(11)V99.
       01 WS-KEYED-AMT                 PIC S9(10)V99 VALUE ZERO.
       01 WS-DISPUTED-AMT              PIC S9(10)V99 VALUE ZERO.
       01 WS-POST-AMT                  PIC S9(10)V99 VALUE ZERO.

       01 WS-LEG-DATE                  PIC 9(8)      VALUE ZERO.
       01 WS-LEG-DATE-X REDEFINES WS-LEG-DATE
                                       PIC X(8).
       01 WS-LEG-SOURCE                PIC X         VALUE SPACE.
       01 WS-TODAY                     PIC X(8)      VALUE SPACES.
       01 WS-TODAY-NUM REDEFINES WS-TODAY
                                       PIC 9(8).
       01 WS-CASENO-KEYED              PIC X(8).
       01 WS-CASENO-NUM REDEFINES WS-CASENO-KEYED
                                       PIC 9(8).
       01 WS-NEW-CASENO                PIC 9(8)      VALUE ZERO.
       01 WS-DUP-CASENO                PIC 9(8)      VALUE ZERO.

       01 WS-CASE-BROWSE-KEY           PIC 9(8).

      *
      * Data moved out of EXEC CICS INQUIRE ASSOCIATION ahead of the
      * LINK to DBCRFUN, so the journal shows which terminal user
      * the supervisor authorised the posting from.
      *
       01 WS-ORIGIN-SAVE.
          03 WS-SAVE-APPLID            PIC X(8).
          03 WS-SAVE-USERID            PIC X(8).
          03 WS-SAVE-FACILITY-NAME     PIC X(8).
          03 WS-SAVE-NETWRK-ID         PIC X(8).
          03 WS-SAVE-FACILTYPE         PIC S9(8) COMP.

       01 WS-ROW                       PIC S9(4) COMP VALUE 0.
       01 WS-AMT-DISPLAY               PIC +9(10).99.
       01 WS-UTIME-DISPLAY             PIC 9(15).
       01 WS-STATUS-DESC               PIC X(40).

       01 WS-U-TIME                    PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                 PIC X(10).
       01 WS-ORIG-DATE-GRP REDEFINES WS-ORIG-DATE.
          03 WS-ORIG-DATE-DD           PIC 99.
          03 FILLER                    PIC X.
          03 WS-ORIG-DATE-MM           PIC 99.
          03 FILLER                    PIC X.
          03 WS-ORIG-DATE-YYYY         PIC 9999.

      *
      * The journal's DD/MM/YYYY posting date turned round into the
      * CCYYMMDD the case file carries.
      *
       01 WS-JRNL-DATE                 PIC X(10).
       01 WS-JRNL-DATE-GRP REDEFINES WS-JRNL-DATE.
          03 WS-JRNL-DATE-DD           PIC XX.
          03 FILLER                    PIC X.
          03 WS-JRNL-DATE-MM           PIC XX.
          03 FILLER                    PIC X.
          03 WS-JRNL-DATE-YYYY         PIC X(4).

       01 WS-TIME-DATA.
          03 WS-TIME-NOW               PIC 9(6).
          03 WS-TIME-NOW-GRP REDEFINES WS-TIME-NOW.
             05 WS-TIME-NOW-GRP-HH     PIC 99.
             05 WS-TIME-NOW-GRP-MM     PIC 99.
             05 WS-TIME-NOW-GRP-SS     PIC 99.

       01 WS-ABEND-PGM                 PIC X(8)      VALUE 'ABNDPROC'.

       01 ABNDINFO-REC.
           COPY ABNDINFO.

       LINKAGE SECTION.
       01 DFHCOMMAREA                  PIC X.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.

           EVALUATE TRUE
      *
      *       Is it the first time through? If so, send the map
      *       with erased (empty) data fields.
      *
              WHEN EIBCALEN = ZERO
                 MOVE LOW-VALUE TO BNK1DSO
                 MOVE -1 TO ACTNL
                 SET SEND-ERASE TO TRUE
                 PERFORM SEND-MAP

      *
      *       If a PA key is pressed, just carry on
      *
              WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                 CONTINUE

      *
      *       When Pf3 is pressed, return to the main menu
      *
              WHEN EIBAID = DFHPF3
                 EXEC CICS RETURN
                    TRANSID('OMEN')
                    IMMEDIATE
                    RESP(WS-CICS-RESP)
                    RESP2(WS-CICS-RESP2)
                 END-EXEC

      *
      *       If the aid or Pf12 is pressed, then send a termination
      *       message.
      *
              WHEN EIBAID = DFHAID OR DFHPF12
                 PERFORM SEND-TERMINATION-MSG

                 EXEC CICS
                    RETURN
                 END-EXEC

      *
      *       When CLEAR is pressed
      *
              WHEN EIBAID = DFHCLEAR
                EXEC CICS SEND CONTROL
                          ERASE
                          FREEKB
                END-EXEC

                EXEC CICS RETURN
                END-EXEC

      *
      *       When enter is pressed then process the content
      *
              WHEN EIBAID = DFHENTER
                 PERFORM PROCESS-MAP

      *
      *       When anything else happens, send the invalid key message
      *
              WHEN OTHER
                 MOVE LOW-VALUES TO BNK1DSO
                 MOVE 'Invalid key pressed.' TO MESSAGEO
                 MOVE -1 TO ACTNL
                 SET SEND-DATAONLY-ALARM TO TRUE
                 PERFORM SEND-MAP

           END-EVALUATE.

           EXEC CICS
              RETURN TRANSID('ODSP')
              COMMAREA(COMMUNICATION-AREA)
              LENGTH(1)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
      *
      *       Preserve the RESP and RESP2, then set up the
      *       standard ABEND info before getting the applid,
      *       date/time etc. and linking to the Abend Handler
      *       program.
      *
              INITIALIZE ABNDINFO-REC
              MOVE EIBRESP    TO ABND-RESPCODE
              MOVE EIBRESP2   TO ABND-RESP2CODE
      *
      *       Get supplemental information
      *
              EXEC CICS ASSIGN APPLID(ABND-APPLID)
              END-EXEC

              MOVE EIBTASKN   TO ABND-TASKNO-KEY
              MOVE EIBTRNID   TO ABND-TRANID

              PERFORM POPULATE-TIME-DATE

              MOVE WS-ORIG-DATE TO ABND-DATE
              STRING WS-TIME-NOW-GRP-HH DELIMITED BY SIZE,
                    ':' DELIMITED BY SIZE,
                     WS-TIME-NOW-GRP-MM DELIMITED BY SIZE,
                     ':' DELIMITED BY SIZE,
                     WS-TIME-NOW-GRP-MM DELIMITED BY SIZE
                     INTO ABND-TIME
              END-STRING

              MOVE WS-U-TIME   TO ABND-UTIME-KEY
              MOVE 'HBNK'      TO ABND-CODE

              EXEC CICS ASSIGN PROGRAM(ABND-PROGRAM)
              END-EXEC

              MOVE ZEROS      TO ABND-SQLCODE

              STRING 'A010 - RETURN TRANSID(ODSP) FAIL.'
                    DELIMITED BY SIZE,
                    'EIBRESP=' DELIMITED BY SIZE,
                    ABND-RESPCODE DELIMITED BY SIZE,
                    ' RESP2=' DELIMITED BY SIZE,
                    ABND-RESP2CODE DELIMITED BY SIZE
                    INTO ABND-FREEFORM
              END-STRING

              EXEC CICS LINK PROGRAM(WS-ABEND-PGM)
                        COMMAREA(ABNDINFO-REC)
              END-EXEC

              INITIALIZE WS-FAIL-INFO
              MOVE 'BNK1DSP - A010 - RETURN TRANSID(ODSP) FAIL' TO
                 WS-CICS-FAIL-MSG
              MOVE WS-CICS-RESP  TO WS-CICS-RESP-DISP
              MOVE WS-CICS-RESP2 TO WS-CICS-RESP2-DISP
              PERFORM ABEND-THIS-TASK
           END-IF.

       A999.
           EXIT.


       PROCESS-MAP SECTION.
       PM010.
      *
      *    Retrieve the data from the map
      *
           PERFORM RECEIVE-MAP.

      *
      *    Validate the received data, including the authorising
      *    supervisor's credentials.
      *
           PERFORM EDIT-DATA.

      *
      *    If the data passes validation carry out the requested
      *    action.
      *
           IF VALID-DATA
              PERFORM APPLY-ACTION
           END-IF.

           SET SEND-DATAONLY-ALARM TO TRUE.

      *
      *    Output the data to the screen
      *
           PERFORM SEND-MAP.

       PM999.
           EXIT.


       RECEIVE-MAP SECTION.
       RM010.
      *
      *    Retrieve the data
      *
           EXEC CICS
              RECEIVE MAP('BNK1DS')
              MAPSET('BNK1DSM')
              INTO(BNK1DSI)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              INITIALIZE ABNDINFO-REC
              MOVE EIBRESP    TO ABND-RESPCODE
              MOVE EIBRESP2   TO ABND-RESP2CODE

              EXEC CICS ASSIGN APPLID(ABND-APPLID)
              END-EXEC

              MOVE EIBTASKN   TO ABND-TASKNO-KEY
              MOVE EIBTRNID   TO ABND-TRANID

              PERFORM POPULATE-TIME-DATE

              MOVE WS-ORIG-DATE TO ABND-DATE
              STRING WS-TIME-NOW-GRP-HH DELIMITED BY SIZE,
                    ':' DELIMITED BY SIZE,
                     WS-TIME-NOW-GRP-MM DELIMITED BY SIZE,
                     ':' DELIMITED BY SIZE,
                     WS-TIME-NOW-GRP-MM DELIMITED BY SIZE
                     INTO ABND-TIME
              END-STRING

              MOVE WS-U-TIME   TO ABND-UTIME-KEY
              MOVE 'HBNK'      TO ABND-CODE

              EXEC CICS ASSIGN PROGRAM(ABND-PROGRAM)
              END-EXEC

              MOVE ZEROS      TO ABND-SQLCODE

              STRING 'RM010 - RECEIVE MAP FAIL.'
                    DELIMITED BY SIZE,
                    'EIBRESP=' DELIMITED BY SIZE,
                    ABND-RESPCODE DELIMITED BY SIZE,
                    ' RESP2=' DELIMITED BY SIZE,
                    ABND-RESP2CODE DELIMITED BY SIZE
                    INTO ABND-FREEFORM
              END-STRING

              EXEC CICS LINK PROGRAM(WS-ABEND-PGM)
                        COMMAREA(ABNDINFO-REC)
              END-EXEC

              INITIALIZE WS-FAIL-INFO
              MOVE 'BNK1DSP - RM010 - RECEIVE MAP FAIL ' TO
                 WS-CICS-FAIL-MSG
              MOVE WS-CICS-RESP  TO WS-CICS-RESP-DISP
              MOVE WS-CICS-RESP2 TO WS-CICS-RESP2-DISP
              PERFORM ABEND-THIS-TASK
           END-IF.

       RM999.
           EXIT.


       EDIT-DATA SECTION.
       ED010.
      *
      *    Perform validation on the incoming fields
      *
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE 'N' TO CASE-FOUND-SW.
           MOVE ZERO TO WS-KEYED-AMT.
           MOVE ZERO TO WS-LEG-DATE.

           PERFORM POPULATE-TIME-DATE.

           IF ACTNI NOT = 'O' AND ACTNI NOT = 'I'
                           AND ACTNI NOT = 'P' AND ACTNI NOT = 'F'
                           AND ACTNI NOT = 'R'
              MOVE SPACES TO MESSAGEO
              STRING 'Please enter O (Open), I (Inquire), P (Provisi'
                     'onal credit), F (Confirm) or R (Reverse/decline).'
                     DELIMITED BY SIZE
                     INTO MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              MOVE -1 TO ACTNL
              GO TO ED999
           END-IF.

           IF ACTNI = 'O'
              GO TO ED100
           END-IF.

      *
      *    Every other action works on a case already open.
      *
           IF CASENOI = SPACES OR CASENOI = LOW-VALUES
              MOVE 'Please enter the case number.' TO MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              MOVE -1 TO CASENOL
              GO TO ED999
           END-IF.

           EXEC CICS BIF
              DEEDIT FIELD(CASENOI)
           END-EXEC.

           MOVE CASENOI TO WS-CASENO-KEYED.

           IF WS-CASENO-KEYED NOT NUMERIC OR WS-CASENO-NUM = ZERO
              MOVE 'Please enter a valid case number.' TO MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              MOVE -1 TO CASENOL
              GO TO ED999
           END-IF.

           IF ACTNI = 'I'
              GO TO ED999
           END-IF.

      *
      *    Granting, confirming or reversing a credit needs an
      *    authorising supervisor - the same SUPCTL check BNK1MNT
      *    makes.  A failed check is itself audited.
      *
           IF SUPIDI = SPACES OR OVRIDI = SPACES
              OR SUPIDI = LOW-VALUES OR OVRIDI = LOW-VALUES
              MOVE SPACES TO MESSAGEO
              STRING 'Enter a supervisor ID and override code to'
                     ' authorise the case action.'
                     DELIMITED BY SIZE
                     INTO MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              MOVE -1 TO SUPIDL
              GO TO ED999
           END-IF.

           MOVE SUPIDI TO SUPCTL-KEY.

           EXEC CICS READ
              FILE('SUPCTL')
              INTO(SUPCTL-RECORD)
              RIDFLD(SUPCTL-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              OR SUPCTL-OVERRIDE-CODE NOT = OVRIDI
              MOVE 'Invalid supervisor ID or override code.' TO
                 MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              MOVE -1 TO SUPIDL
              MOVE ZERO TO WS-POST-AMT
              MOVE 'R' TO WS-OVR-OUTCOME
              PERFORM WRITE-MAINT-AUDIT
              GO TO ED999
           END-IF.

      *
      *    A provisional credit may be for less than the amount in
      *    dispute; left blank it is for the whole amount.
      *
           IF ACTNI = 'P'
              AND AMTI NOT = SPACES AND AMTI NOT = LOW-VALUES
              PERFORM EDIT-AMOUNT
           END-IF.

           GO TO ED999.

       ED100.
      *
      *    Opening a case: the full journal key of the leg and the
      *    customer's claim are required.
      *
           MOVE TASKNOI TO WS-KEYED-TASKNO.
           IF WS-KEYED-TASKNO NOT NUMERIC
              MOVE 'Please enter the 7-digit task number of the leg.'
                 TO MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              MOVE -1 TO TASKNOL
              GO TO ED999
           END-IF.

           MOVE UTIMEI TO WS-KEYED-UTIME.
           IF WS-KEYED-UTIME NOT NUMERIC
              MOVE 'Please enter the 15-digit timestamp of the leg.'
                 TO MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              MOVE -1 TO UTIMEL
              GO TO ED999
           END-IF.

           EXEC CICS BIF
              DEEDIT FIELD(ACCNOI)
           END-EXEC.

           IF ACCNOI NOT NUMERIC OR ACCNOI = ZERO
              MOVE 'Please enter the account number of the leg.' TO
                 MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              MOVE -1 TO ACCNOL
              GO TO ED999
           END-IF.

           MOVE LEGNOI TO WS-KEYED-LEGNO.
           IF WS-KEYED-LEGNO NOT NUMERIC OR WS-KEYED-LEGNO-NUM = ZERO
              MOVE 'Please enter the leg number (1 to 3).' TO MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              MOVE -1 TO LEGNOL
              GO TO ED999
           END-IF.

           IF CLAIMI = SPACES OR CLAIMI = LOW-VALUES
              MOVE 'Please enter the customer''s claim.' TO MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              MOVE -1 TO CLAIML
              GO TO ED999
           END-IF.

      *
      *    The posting date and amount are only needed when the leg
      *    has already been archived, which isn't known until the
      *    journal is read - but if they are keyed they must make
      *    sense.
      *
           IF LEGDTI NOT = SPACES AND LEGDTI NOT = LOW-VALUES
              IF LEGDTI NOT NUMERIC
                 MOVE 'Key the posting date as CCYYMMDD.' TO MESSAGEO
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE -1 TO LEGDTL
                 GO TO ED999
              END-IF
              MOVE LEGDTI TO WS-LEG-DATE
              IF WS-LEG-DATE > WS-TODAY-NUM
                 MOVE 'The posting date cannot be in the future.' TO
                    MESSAGEO
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE -1 TO LEGDTL
                 GO TO ED999
              END-IF
           END-IF.

           IF AMTI NOT = SPACES AND AMTI NOT = LOW-VALUES
              PERFORM EDIT-AMOUNT
           END-IF.

       ED999.
           EXIT.


       EDIT-AMOUNT SECTION.
       EAM010.
      *
      *    Amounts are keyed with their pence.  DEEDIT leaves the
      *    digits right-justified, so 125.00 and 12500 both read as
      *    one hundred and twenty-five.
      *
           EXEC CICS BIF
              DEEDIT FIELD(AMTI)
           END-EXEC.

           MOVE AMTI TO WS-AMT-KEYED.

           IF WS-AMT-KEYED NOT NUMERIC OR WS-AMT-KEYED-NUM = ZERO
              OR WS-AMT-KEYED-NUM > 9999999999.99
              MOVE 'Key the amount with its pence, e.g. 125.00.' TO
                 MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              MOVE -1 TO AMTL
              GO TO EAM999
           END-IF.

           MOVE WS-AMT-KEYED-NUM TO WS-KEYED-AMT.

       EAM999.
           EXIT.


       APPLY-ACTION SECTION.
       AA010.
           MOVE 'N' TO ACTION-DONE-SW.
           MOVE ZERO TO WS-POST-AMT.

           IF ACTNI = 'O'
              PERFORM OPEN-CASE
              GO TO AA999
           END-IF.

           PERFORM READ-CASE.

           IF NOT CASE-FOUND
              IF ACTNI NOT = 'I'
                 MOVE 'R' TO WS-OVR-OUTCOME
                 PERFORM WRITE-MAINT-AUDIT
              END-IF
              PERFORM CLEAR-CASE-LINES
              GO TO AA999
           END-IF.

           EVALUATE ACTNI
              WHEN 'I'
                 MOVE 'Case details shown.' TO MESSAGEO
              WHEN 'P'
                 PERFORM GRANT-CREDIT
              WHEN 'F'
                 PERFORM CONFIRM-CREDIT
              WHEN 'R'
                 PERFORM RESOLVE-AGAINST
           END-EVALUATE.

           PERFORM SHOW-CASE.

           IF ACTNI = 'I'
              GO TO AA999
           END-IF.

      *
      *    Whatever happened to the supervisor action, audit it -
      *    the applied ones and the refused ones both.
      *
           IF ACTION-DONE
              MOVE 'A' TO WS-OVR-OUTCOME
           ELSE
              MOVE 'R' TO WS-OVR-OUTCOME
           END-IF.
           PERFORM WRITE-MAINT-AUDIT.

       AA999.
           EXIT.


       OPEN-CASE SECTION.
       OC010.
      *
      *    Look the leg up on today's journal by its full key.
      *
           MOVE WS-KEYED-TASKNO-NUM TO CRAJRNL-TASKNO.
           MOVE WS-KEYED-UTIME-NUM  TO CRAJRNL-UTIME-KEY.
           MOVE ACCNOI              TO CRAJRNL-ACCNO.
           MOVE WS-KEYED-LEGNO-NUM  TO CRAJRNL-LEG-NO.

           EXEC CICS READ
              FILE('CRAJRNL')
              INTO(CRAJRNL-REC)
              RIDFLD(CRAJRNL-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NOTFND)
              GO TO OC030
           END-IF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Journal unavailable - please try again later.' TO
                 MESSAGEO
              GO TO OC999
           END-IF.

       OC020.
      *
      *    The leg is on line, so the journal says what it was.  Only
      *    a leg that actually moved money can be disputed, and the
      *    dispute postings themselves are not open to dispute.
      *
           IF NOT CRAJRNL-WAS-SUCCESS OR CRAJRNL-ACTN-INQUIRY
              MOVE SPACES TO MESSAGEO
              STRING 'That leg moved no money - there is nothing to'
                     ' dispute.'
                     DELIMITED BY SIZE
                     INTO MESSAGEO
              MOVE -1 TO TASKNOL
              GO TO OC999
           END-IF.

           IF CRAJRNL-ACTN-DISPUTE
              MOVE 'That leg is itself a dispute posting.' TO MESSAGEO
              MOVE -1 TO TASKNOL
              GO TO OC999
           END-IF.

           IF CRAJRNL-AMT < ZERO
              COMPUTE WS-DISPUTED-AMT = CRAJRNL-AMT * -1
           ELSE
              MOVE CRAJRNL-AMT TO WS-DISPUTED-AMT
           END-IF.

           MOVE CRAJRNL-DATE TO WS-JRNL-DATE.
           STRING WS-JRNL-DATE-YYYY DELIMITED BY SIZE,
                  WS-JRNL-DATE-MM   DELIMITED BY SIZE,
                  WS-JRNL-DATE-DD   DELIMITED BY SIZE
                  INTO WS-LEG-DATE-X
           END-STRING.

           MOVE 'J' TO WS-LEG-SOURCE.
           GO TO OC040.

       OC030.
      *
      *    Not on today's journal - archived by BNKEODJ, or keyed
      *    wrongly.  The teller must key the posting date and amount
      *    off the research pack the leg was found in.
      *
           IF WS-LEG-DATE = ZERO OR WS-KEYED-AMT = ZERO
              MOVE SPACES TO MESSAGEO
              STRING 'Leg not on today''s journal - key its posting'
                     ' date and amount from the research pack.'
                     DELIMITED BY SIZE
                     INTO MESSAGEO
              IF WS-LEG-DATE = ZERO
                 MOVE -1 TO LEGDTL
              ELSE
                 MOVE -1 TO AMTL
              END-IF
              GO TO OC999
           END-IF.

           MOVE WS-KEYED-AMT TO WS-DISPUTED-AMT.
           MOVE 'K' TO WS-LEG-SOURCE.

       OC040.
      *
      *    One unresolved case per leg.
      *
           PERFORM FIND-OPEN-CASE.

           IF RETRY-NEEDED
              GO TO OC999
           END-IF.

           IF WS-DUP-CASENO NOT = ZERO
              MOVE SPACES TO MESSAGEO
              STRING 'Case ' DELIMITED BY SIZE
                     WS-DUP-CASENO DELIMITED BY SIZE
                     ' is already open against that leg.'
                     DELIMITED BY SIZE
                     INTO MESSAGEO
              MOVE -1 TO TASKNOL
              GO TO OC999
           END-IF.

           PERFORM NEXT-CASE-NUMBER.

           IF WS-NEW-CASENO = ZERO
              GO TO OC999
           END-IF.

           INITIALIZE DISPCASE-RECORD.
           MOVE WS-LEG-SOURCE       TO DISPCASE-LEG-SOURCE.

           MOVE WS-NEW-CASENO       TO DISPCASE-CASENO.
           MOVE WS-KEYED-TASKNO-NUM TO DISPCASE-LEG-TASKNO.
           MOVE WS-KEYED-UTIME-NUM  TO DISPCASE-LEG-UTIME.
           MOVE ACCNOI              TO DISPCASE-LEG-ACCNO.
           MOVE WS-KEYED-LEGNO-NUM  TO DISPCASE-LEG-NO.
           MOVE WS-LEG-DATE         TO DISPCASE-LEG-DATE.
           MOVE WS-DISPUTED-AMT     TO DISPCASE-LEG-AMT.
           MOVE CLAIMI              TO DISPCASE-CLAIM.
           SET DISPCASE-OPEN        TO TRUE.
           MOVE WS-TODAY-NUM        TO DISPCASE-OPENED-DATE.

           EXEC CICS ASSIGN USERID(DISPCASE-OPENED-USERID)
           END-EXEC.

           EXEC CICS WRITE
              FILE('DISPCASE')
              FROM(DISPCASE-RECORD)
              RIDFLD(DISPCASE-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Case could not be recorded - please try again.' TO
                 MESSAGEO
              GO TO OC999
           END-IF.

           SET ACTION-DONE TO TRUE.
           SET CASE-FOUND  TO TRUE.

           PERFORM SHOW-CASE.

           MOVE SPACES TO MESSAGEO.
           STRING 'Case ' DELIMITED BY SIZE
                  DISPCASE-CASENO DELIMITED BY SIZE
                  ' opened - quote it to the customer.'
                  DELIMITED BY SIZE
                  INTO MESSAGEO
           END-STRING.

       OC999.
           EXIT.


       FIND-OPEN-CASE SECTION.
       FOC010.
      *
      *    Browse the case file for an unresolved case against the
      *    same leg.  The case file is small and keyed on case
      *    number, so it is browsed end to end - the same whole-file
      *    browse BNK1JNL makes of the journal.  The control record
      *    (key zero) is stepped over.
      *
           MOVE 'N' TO RETRY-NEEDED-SW.
           MOVE ZERO TO WS-DUP-CASENO.
           MOVE 1 TO WS-CASE-BROWSE-KEY.

           EXEC CICS STARTBR
              FILE('DISPCASE')
              RIDFLD(WS-CASE-BROWSE-KEY)
              GTEQ
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NOTFND)
              OR WS-CICS-RESP = DFHRESP(ENDFILE)
              GO TO FOC999
           END-IF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              SET RETRY-NEEDED TO TRUE
              MOVE 'Case file unavailable - please try again later.'
                 TO MESSAGEO
              GO TO FOC999
           END-IF.

       FOC020.
           EXEC CICS READNEXT
              FILE('DISPCASE')
              INTO(DISPCASE-RECORD)
              RIDFLD(WS-CASE-BROWSE-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(ENDFILE)
              GO TO FOC030
           END-IF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              SET RETRY-NEEDED TO TRUE
              MOVE 'Case file unavailable - please try again later.'
                 TO MESSAGEO
              GO TO FOC030
           END-IF.

           IF DISPCASE-UNRESOLVED
              AND DISPCASE-LEG-TASKNO = WS-KEYED-TASKNO-NUM
              AND DISPCASE-LEG-UTIME  = WS-KEYED-UTIME-NUM
              AND DISPCASE-LEG-ACCNO  = ACCNOI
              AND DISPCASE-LEG-NO     = WS-KEYED-LEGNO-NUM
              MOVE DISPCASE-CASENO TO WS-DUP-CASENO
              GO TO FOC030
           END-IF.

           GO TO FOC020.

       FOC030.
           EXEC CICS ENDBR
              FILE('DISPCASE')
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

       FOC999.
           EXIT.


       NEXT-CASE-NUMBER SECTION.
       NCN010.
      *
      *    Take the next case number off the control record, held
      *    for update so two tellers opening cases at once can never
      *    be given the same number.  The first case ever opened
      *    lays the control record down.
      *
           MOVE ZERO TO WS-NEW-CASENO.
           MOVE ZERO TO DISPCASE-CASENO.

           EXEC CICS READ
              FILE('DISPCASE')
              INTO(DISPCASE-RECORD)
              RIDFLD(DISPCASE-KEY)
              UPDATE
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NOTFND)
              INITIALIZE DISPCASE-RECORD
              MOVE 1 TO DISPCASE-LAST-CASENO
              EXEC CICS WRITE
                 FILE('DISPCASE')
                 FROM(DISPCASE-RECORD)
                 RIDFLD(DISPCASE-KEY)
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
              END-EXEC
              GO TO NCN020
           END-IF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              GO TO NCN020
           END-IF.

           ADD 1 TO DISPCASE-LAST-CASENO.

           EXEC CICS REWRITE
              FILE('DISPCASE')
              FROM(DISPCASE-RECORD)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

       NCN020.
           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Case file unavailable - please try again later.'
                 TO MESSAGEO
              GO TO NCN999
           END-IF.

           MOVE DISPCASE-LAST-CASENO TO WS-NEW-CASENO.

       NCN999.
           EXIT.


       READ-CASE SECTION.
       RDC010.
      *
      *    Read the keyed case - for update when a supervisor is
      *    about to change it.
      *
           MOVE 'N' TO CASE-FOUND-SW.
           MOVE WS-CASENO-NUM TO DISPCASE-CASENO.

           IF ACTNI = 'I'
              EXEC CICS READ
                 FILE('DISPCASE')
                 INTO(DISPCASE-RECORD)
                 RIDFLD(DISPCASE-KEY)
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
              END-EXEC
           ELSE
              EXEC CICS READ
                 FILE('DISPCASE')
                 INTO(DISPCASE-RECORD)
                 RIDFLD(DISPCASE-KEY)
                 UPDATE
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
              END-EXEC
           END-IF.

           EVALUATE WS-CICS-RESP
              WHEN DFHRESP(NORMAL)
                 SET CASE-FOUND TO TRUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'Case not found.' TO MESSAGEO
                 MOVE -1 TO CASENOL
              WHEN OTHER
                 MOVE 'Case file unavailable - please try again later.'
                    TO MESSAGEO
           END-EVALUATE.

       RDC999.
           EXIT.


       GRANT-CREDIT SECTION.
       GC010.
      *
      *    Credit the disputed leg's account provisionally - the
      *    keyed amount, or the whole amount in dispute - while the
      *    case is investigated.
      *
           IF DISPCASE-PROV-CREDITED
              MOVE SPACES TO MESSAGEO
              STRING 'A provisional credit is already outstanding on'
                     ' this case.'
                     DELIMITED BY SIZE
                     INTO MESSAGEO
              GO TO GC999
           END-IF.

           IF NOT DISPCASE-OPEN
              MOVE 'That case has been resolved.' TO MESSAGEO
              GO TO GC999
           END-IF.

           IF WS-KEYED-AMT = ZERO
              MOVE DISPCASE-LEG-AMT TO WS-POST-AMT
           ELSE
              MOVE WS-KEYED-AMT TO WS-POST-AMT
           END-IF.

           IF WS-POST-AMT > DISPCASE-LEG-AMT
              MOVE SPACES TO MESSAGEO
              STRING 'The provisional credit cannot exceed the amount'
                     ' in dispute.'
                     DELIMITED BY SIZE
                     INTO MESSAGEO
              MOVE -1 TO AMTL
              GO TO GC999
           END-IF.

           PERFORM LINK-DBCRFUN.

           IF SUBPGM-SUCCESS NOT = 'Y'
              PERFORM SET-REFUSAL-MESSAGE
              GO TO GC999
           END-IF.

           SET DISPCASE-PROV-CREDITED TO TRUE.
           MOVE WS-POST-AMT        TO DISPCASE-PROV-AMT.
           MOVE WS-TODAY-NUM       TO DISPCASE-PROV-DATE.
           MOVE SUPIDI             TO DISPCASE-PROV-SUPER.
           MOVE CRAJRNL-TASKNO     TO DISPCASE-PROV-TASKNO.
           MOVE CRAJRNL-UTIME-KEY  TO DISPCASE-PROV-UTIME.

           PERFORM REWRITE-CASE.

           MOVE WS-POST-AMT TO WS-AMT-DISPLAY.
           MOVE SPACES TO MESSAGEO.
           STRING 'Provisional credit of ' DELIMITED BY SIZE
                  WS-AMT-DISPLAY DELIMITED BY SIZE
                  ' posted to account ' DELIMITED BY SIZE
                  DISPCASE-LEG-ACCNO DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  INTO MESSAGEO
           END-STRING.

       GC999.
           EXIT.


       CONFIRM-CREDIT SECTION.
       CCR010.
      *
      *    The case is found in the customer's favour: the
      *    provisional credit stands and the case is closed.
      *
           IF DISPCASE-OPEN
              MOVE SPACES TO MESSAGEO
              STRING 'No provisional credit to confirm - grant one'
                     ' with P, or decline the case with R.'
                     DELIMITED BY SIZE
                     INTO MESSAGEO
              GO TO CCR999
           END-IF.

           IF NOT DISPCASE-PROV-CREDITED
              MOVE 'That case has been resolved.' TO MESSAGEO
              GO TO CCR999
           END-IF.

           MOVE DISPCASE-PROV-AMT TO WS-POST-AMT.

           SET DISPCASE-CONFIRMED TO TRUE.
           MOVE WS-TODAY-NUM      TO DISPCASE-RESOLVED-DATE.
           MOVE SUPIDI            TO DISPCASE-RESOLVED-SUPER.

           PERFORM REWRITE-CASE.

           MOVE 'Provisional credit confirmed - case closed.' TO
              MESSAGEO.

       CCR999.
           EXIT.


       RESOLVE-AGAINST SECTION.
       RAG010.
      *
      *    The case is found against the customer.  A case that
      *    never had a credit is simply declined; an outstanding
      *    provisional credit is debited back first.  If the debit
      *    is refused (no funds, or the account is frozen) the case
      *    stays as it was and the credit is still outstanding.
      *
           IF DISPCASE-OPEN
              SET DISPCASE-DECLINED TO TRUE
              MOVE WS-TODAY-NUM TO DISPCASE-RESOLVED-DATE
              MOVE SUPIDI       TO DISPCASE-RESOLVED-SUPER
              PERFORM REWRITE-CASE
              MOVE 'Case declined - no credit had been granted.' TO
                 MESSAGEO
              GO TO RAG999
           END-IF.

           IF NOT DISPCASE-PROV-CREDITED
              MOVE 'That case has been resolved.' TO MESSAGEO
              GO TO RAG999
           END-IF.

           COMPUTE WS-POST-AMT = DISPCASE-PROV-AMT * -1.

           PERFORM LINK-DBCRFUN.

           IF SUBPGM-SUCCESS NOT = 'Y'
              PERFORM SET-REFUSAL-MESSAGE
              GO TO RAG999
           END-IF.

           SET DISPCASE-REVERSED TO TRUE.
           MOVE WS-TODAY-NUM      TO DISPCASE-RESOLVED-DATE.
           MOVE SUPIDI            TO DISPCASE-RESOLVED-SUPER.

           PERFORM REWRITE-CASE.

           MOVE 'Provisional credit reversed - case closed.' TO
              MESSAGEO.

       RAG999.
           EXIT.


       SET-REFUSAL-MESSAGE SECTION.
       SRM010.
      *
      *    Tell the supervisor why the dispute posting didn't go
      *    through.  The case itself is left as it was.
      *
           MOVE SPACES TO MESSAGEO.

           EVALUATE SUBPGM-FAIL-CODE
              WHEN '1'
                 STRING 'Account ' SUBPGM-ACCNO
                        ' not found - nothing posted.'
                        DELIMITED BY SIZE
                        INTO MESSAGEO
              WHEN '3'
                 STRING 'Insufficient funds on account ' SUBPGM-ACCNO
                        ' - credit not reversed.'
                        DELIMITED BY SIZE
                        INTO MESSAGEO
              WHEN '4'
                 STRING 'Account ' SUBPGM-ACCNO ' is frozen ('
                        ACCTSTS-REASON ') - nothing posted.'
                        DELIMITED BY SIZE
                        INTO MESSAGEO
              WHEN '5'
                 STRING 'Account ' SUBPGM-ACCNO ' is on legal hold ('
                        ACCTSTS-REASON ') - nothing posted.'
                        DELIMITED BY SIZE
                        INTO MESSAGEO
              WHEN '6'
                 STRING 'Account ' SUBPGM-ACCNO ' is closed ('
                        ACCTSTS-REASON ') - nothing posted.'
                        DELIMITED BY SIZE
                        INTO MESSAGEO
              WHEN '9'
                 STRING 'Sorry, the account service is temporarily'
                        ' unavailable. Please try again.'
                        DELIMITED BY SIZE
                        INTO MESSAGEO
              WHEN OTHER
                 STRING 'Posting failed - DBCRFUN fail code '
                        SUBPGM-FAIL-CODE
                        '. Nothing posted.'
                        DELIMITED BY SIZE
                        INTO MESSAGEO
           END-EVALUATE.

       SRM999.
           EXIT.


       LINK-DBCRFUN SECTION.
       LDF010.
      *
      *    Post WS-POST-AMT to the disputed leg's account through
      *    DBCRFUN - a credit when granting, a debit when reversing -
      *    after the same ACCTSTS check every posting path makes.
      *    Every attempt is journalled under the dispute action code.
      *
           MOVE 'N' TO RETRY-NEEDED-SW.

           INITIALIZE SUBPGM-PARMS.
           MOVE DISPCASE-LEG-ACCNO TO SUBPGM-ACCNO.
           MOVE WS-POST-AMT        TO SUBPGM-AMT.
           SET SUBPGM-FUNC-POST    TO TRUE.

           EXEC CICS INQUIRE ASSOCIATION(EIBTASKN)
               ODAPPLID(WS-SAVE-APPLID)
               ODUSERID(WS-SAVE-USERID)
               ODFACILNAME(WS-SAVE-FACILITY-NAME)
               ODNETWORKID(WS-SAVE-NETWRK-ID)
               ODFACILTYPE(WS-SAVE-FACILTYPE)
           END-EXEC.

           MOVE WS-SAVE-APPLID        TO SUBPGM-APPLID.
           MOVE WS-SAVE-USERID        TO SUBPGM-USERID.
           MOVE WS-SAVE-FACILITY-NAME TO SUBPGM-FACILITY-NAME.
           MOVE WS-SAVE-NETWRK-ID     TO SUBPGM-NETWRK-ID.
           MOVE WS-SAVE-FACILTYPE     TO SUBPGM-FACILTYPE.

      *
      *    A posting the account's status forbids never reaches
      *    DBCRFUN, but is journalled all the same with the status
      *    fail code.
      *
           PERFORM CHECK-ACCOUNT-STATUS.

           IF STATUS-REFUSED OR RETRY-NEEDED
              PERFORM JOURNAL-WRITE
              GO TO LDF999
           END-IF.

           EXEC CICS LINK
              PROGRAM('DBCRFUN')
              COMMAREA(SUBPGM-PARMS)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
              SYNCONRETURN
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              IF WS-CICS-RESP = DFHRESP(SYSIDERR)
      *
      *          The account service is briefly down - ask for a
      *          retry rather than abending.
      *
                 SET RETRY-NEEDED TO TRUE
                 MOVE 'N' TO SUBPGM-SUCCESS
                 MOVE '9' TO SUBPGM-FAIL-CODE
              ELSE
                 INITIALIZE ABNDINFO-REC
                 MOVE EIBRESP    TO ABND-RESPCODE
                 MOVE EIBRESP2   TO ABND-RESP2CODE

                 EXEC CICS ASSIGN APPLID(ABND-APPLID)
                 END-EXEC

                 MOVE EIBTASKN   TO ABND-TASKNO-KEY
                 MOVE EIBTRNID   TO ABND-TRANID

                 PERFORM POPULATE-TIME-DATE

                 MOVE WS-ORIG-DATE TO ABND-DATE
                 STRING WS-TIME-NOW-GRP-HH DELIMITED BY SIZE,
                       ':' DELIMITED BY SIZE,
                        WS-TIME-NOW-GRP-MM DELIMITED BY SIZE,
                        ':' DELIMITED BY SIZE,
                        WS-TIME-NOW-GRP-SS DELIMITED BY SIZE
                        INTO ABND-TIME
                 END-STRING

                 MOVE WS-U-TIME   TO ABND-UTIME-KEY
                 MOVE 'HBNK'      TO ABND-CODE

                 EXEC CICS ASSIGN PROGRAM(ABND-PROGRAM)
                 END-EXEC

                 MOVE ZEROS      TO ABND-SQLCODE

                 STRING 'LDF010 - LINK DBCRFUN FAIL.'
                       DELIMITED BY SIZE,
                       'EIBRESP=' DELIMITED BY SIZE,
                       ABND-RESPCODE DELIMITED BY SIZE,
                       ' RESP2=' DELIMITED BY SIZE,
                       ABND-RESP2CODE DELIMITED BY SIZE
                       INTO ABND-FREEFORM
                 END-STRING

                 EXEC CICS LINK PROGRAM(WS-ABEND-PGM)
                           COMMAREA(ABNDINFO-REC)
                 END-EXEC

                 INITIALIZE WS-FAIL-INFO
                 MOVE 'BNK1DSP - LDF010 - LINK DBCRFUN FAIL'
                    TO WS-CICS-FAIL-MSG
                 MOVE WS-CICS-RESP  TO WS-CICS-RESP-DISP
                 MOVE WS-CICS-RESP2 TO WS-CICS-RESP2-DISP
                 PERFORM ABEND-THIS-TASK
              END-IF
           END-IF.

           PERFORM JOURNAL-WRITE.

       LDF999.
           EXIT.


       CHECK-ACCOUNT-STATUS SECTION.
       CAS010.
      *
      *    Look the account up on the ACCTSTS status master.  No
      *    record means the account is open.  Closed refuses the
      *    provisional credit as well as its reversal; frozen and
      *    legal hold refuse only the reversal, since it is a debit.
      *    If the status master can't be read the posting is refused
      *    for retry, as BNK1CRA does.
      *
           MOVE 'N' TO STATUS-REFUSED-SW.

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
      *    Append one journal record for this dispute posting -
      *    successful or not - under the dispute action code, so the
      *    statement, BNKRECON, BNKEODJ and BNKPOSUP see it like any
      *    other posting.  The one leg per task is leg 1.
      *
           INITIALIZE CRAJRNL-REC.

           PERFORM POPULATE-TIME-DATE.

           MOVE EIBTASKN           TO CRAJRNL-TASKNO.
           MOVE WS-U-TIME          TO CRAJRNL-UTIME-KEY.
           MOVE SUBPGM-ACCNO       TO CRAJRNL-ACCNO.
           MOVE 1                  TO CRAJRNL-LEG-NO.
           MOVE SUBPGM-SORTC       TO CRAJRNL-SORTC.
           MOVE SUBPGM-AMT         TO CRAJRNL-AMT.
           SET CRAJRNL-ACTN-DISPUTE TO TRUE.
           MOVE SUBPGM-SUCCESS     TO CRAJRNL-SUCCESS.
           MOVE SUBPGM-FAIL-CODE   TO CRAJRNL-FAIL-CODE.
           MOVE SUBPGM-APPLID      TO CRAJRNL-APPLID.
           MOVE SUBPGM-USERID      TO CRAJRNL-USERID.
           MOVE SUBPGM-NETWRK-ID   TO CRAJRNL-NETWRK-ID.
           MOVE WS-ORIG-DATE       TO CRAJRNL-DATE.
           STRING WS-TIME-NOW-GRP-HH DELIMITED BY SIZE,
                 ':' DELIMITED BY SIZE,
                  WS-TIME-NOW-GRP-MM DELIMITED BY SIZE,
                  ':' DELIMITED BY SIZE,
                  WS-TIME-NOW-GRP-SS DELIMITED BY SIZE
                  INTO CRAJRNL-TIME
           END-STRING.
           MOVE SPACES             TO CRAJRNL-ORIG-CURRENCY.
           MOVE ZERO               TO CRAJRNL-ORIG-AMT.
           MOVE ZERO               TO CRAJRNL-RATE.

           EXEC CICS WRITE
              FILE('CRAJRNL')
              FROM(CRAJRNL-REC)
              RIDFLD(CRAJRNL-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              INITIALIZE ABNDINFO-REC
              MOVE EIBRESP    TO ABND-RESPCODE
              MOVE EIBRESP2   TO ABND-RESP2CODE

              EXEC CICS ASSIGN APPLID(ABND-APPLID)
              END-EXEC

              MOVE EIBTASKN   TO ABND-TASKNO-KEY
              MOVE EIBTRNID   TO ABND-TRANID

              MOVE WS-ORIG-DATE TO ABND-DATE
              STRING WS-TIME-NOW-GRP-HH DELIMITED BY SIZE,
                    ':' DELIMITED BY SIZE,
                     WS-TIME-NOW-GRP-MM DELIMITED BY SIZE,
                     ':' DELIMITED BY SIZE,
                     WS-TIME-NOW-GRP-SS DELIMITED BY SIZE
                     INTO ABND-TIME
              END-STRING

              MOVE WS-U-TIME   TO ABND-UTIME-KEY
              MOVE 'HBNK'      TO ABND-CODE

              EXEC CICS ASSIGN PROGRAM(ABND-PROGRAM)
              END-EXEC

              MOVE ZEROS      TO ABND-SQLCODE

              STRING 'JW010 - WRITE CRAJRNL FAIL.'
                    DELIMITED BY SIZE,
                    'EIBRESP=' DELIMITED BY SIZE,
                    ABND-RESPCODE DELIMITED BY SIZE,
                    ' RESP2=' DELIMITED BY SIZE,
                    ABND-RESP2CODE DELIMITED BY SIZE
                    INTO ABND-FREEFORM
              END-STRING

              EXEC CICS LINK PROGRAM(WS-ABEND-PGM)
                        COMMAREA(ABNDINFO-REC)
              END-EXEC

              INITIALIZE WS-FAIL-INFO
              MOVE 'BNK1DSP - JW010 - WRITE CRAJRNL FAIL'
                 TO WS-CICS-FAIL-MSG
              MOVE WS-CICS-RESP  TO WS-CICS-RESP-DISP
              MOVE WS-CICS-RESP2 TO WS-CICS-RESP2-DISP
              PERFORM ABEND-THIS-TASK
           END-IF.

       JW999.
           EXIT.


       REWRITE-CASE SECTION.
       RWC010.
      *
      *    Write the changed case back.  By now a provisional credit
      *    or its reversal may already have gone through DBCRFUN, so
      *    a case that can't be updated must not pass quietly - the
      *    task is abended the way a failed journal write is, and
      *    the journal shows what was posted.
      *
           EXEC CICS REWRITE
              FILE('DISPCASE')
              FROM(DISPCASE-RECORD)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              INITIALIZE ABNDINFO-REC
              MOVE EIBRESP    TO ABND-RESPCODE
              MOVE EIBRESP2   TO ABND-RESP2CODE

              EXEC CICS ASSIGN APPLID(ABND-APPLID)
              END-EXEC

              MOVE EIBTASKN   TO ABND-TASKNO-KEY
              MOVE EIBTRNID   TO ABND-TRANID

              PERFORM POPULATE-TIME-DATE

              MOVE WS-ORIG-DATE TO ABND-DATE
              STRING WS-TIME-NOW-GRP-HH DELIMITED BY SIZE,
                    ':' DELIMITED BY SIZE,
                     WS-TIME-NOW-GRP-MM DELIMITED BY SIZE,
                     ':' DELIMITED BY SIZE,
                     WS-TIME-NOW-GRP-SS DELIMITED BY SIZE
                     INTO ABND-TIME
              END-STRING

              MOVE WS-U-TIME   TO ABND-UTIME-KEY
              MOVE 'HBNK'      TO ABND-CODE

              EXEC CICS ASSIGN PROGRAM(ABND-PROGRAM)
              END-EXEC

              MOVE ZEROS      TO ABND-SQLCODE

              STRING 'RWC010 - REWRITE DISPCASE FAIL.'
                    DELIMITED BY SIZE,
                    'EIBRESP=' DELIMITED BY SIZE,
                    ABND-RESPCODE DELIMITED BY SIZE,
                    ' RESP2=' DELIMITED BY SIZE,
                    ABND-RESP2CODE DELIMITED BY SIZE
                    INTO ABND-FREEFORM
              END-STRING

              EXEC CICS LINK PROGRAM(WS-ABEND-PGM)
                        COMMAREA(ABNDINFO-REC)
              END-EXEC

              INITIALIZE WS-FAIL-INFO
              MOVE 'BNK1DSP - RWC010 - REWRITE DISPCASE FAIL'
                 TO WS-CICS-FAIL-MSG
              MOVE WS-CICS-RESP  TO WS-CICS-RESP-DISP
              MOVE WS-CICS-RESP2 TO WS-CICS-RESP2-DISP
              PERFORM ABEND-THIS-TASK
           END-IF.

           SET ACTION-DONE TO TRUE.

       RWC999.
           EXIT.


       SHOW-CASE SECTION.
       SHC010.
      *
      *    Put the case on the screen - the leg it stands against,
      *    the claim and six lines of case history.
      *
           MOVE DISPCASE-CASENO      TO CASENOO.
           MOVE DISPCASE-LEG-TASKNO  TO TASKNOO.
           MOVE DISPCASE-LEG-UTIME   TO WS-UTIME-DISPLAY.
           MOVE WS-UTIME-DISPLAY     TO UTIMEO.
           MOVE DISPCASE-LEG-ACCNO   TO ACCNOO.
           MOVE DISPCASE-LEG-NO      TO LEGNOO.
           MOVE DISPCASE-LEG-DATE    TO LEGDTO.
           MOVE DISPCASE-CLAIM       TO CLAIMO.

           PERFORM CLEAR-CASE-LINES.

           EVALUATE TRUE
              WHEN DISPCASE-OPEN
                 MOVE 'OPEN - NO CREDIT GRANTED' TO WS-STATUS-DESC
              WHEN DISPCASE-PROV-CREDITED
                 MOVE 'OPEN - PROVISIONAL CREDIT OUTSTANDING'
                    TO WS-STATUS-DESC
              WHEN DISPCASE-CONFIRMED
                 MOVE 'CLOSED - CREDIT CONFIRMED' TO WS-STATUS-DESC
              WHEN DISPCASE-REVERSED
                 MOVE 'CLOSED - CREDIT REVERSED' TO WS-STATUS-DESC
              WHEN OTHER
                 MOVE 'CLOSED - DECLINED' TO WS-STATUS-DESC
           END-EVALUATE.

           STRING 'STATUS ' DELIMITED BY SIZE
                  DISPCASE-STATUS DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-STATUS-DESC DELIMITED BY SIZE
                  INTO CLNO(1)
           END-STRING.

           MOVE DISPCASE-LEG-AMT TO WS-AMT-DISPLAY.
           IF DISPCASE-LEG-ONLINE
              STRING 'AMOUNT IN DISPUTE ' DELIMITED BY SIZE
                     WS-AMT-DISPLAY DELIMITED BY SIZE
                     '  POSTED ' DELIMITED BY SIZE
                     DISPCASE-LEG-DATE DELIMITED BY SIZE
                     '  (CHECKED ON JOURNAL)' DELIMITED BY SIZE
                     INTO CLNO(2)
              END-STRING
           ELSE
              STRING 'AMOUNT IN DISPUTE ' DELIMITED BY SIZE
                     WS-AMT-DISPLAY DELIMITED BY SIZE
                     '  POSTED ' DELIMITED BY SIZE
                     DISPCASE-LEG-DATE DELIMITED BY SIZE
                     '  (KEYED FROM ARCHIVE)' DELIMITED BY SIZE
                     INTO CLNO(2)
              END-STRING
           END-IF.

           STRING 'OPENED ' DELIMITED BY SIZE
                  DISPCASE-OPENED-DATE DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  DISPCASE-OPENED-USERID DELIMITED BY SIZE
                  INTO CLNO(3)
           END-STRING.

           IF DISPCASE-PROV-DATE NOT = ZERO
              MOVE DISPCASE-PROV-AMT TO WS-AMT-DISPLAY
              STRING 'PROVISIONAL CREDIT ' DELIMITED BY SIZE
                     WS-AMT-DISPLAY DELIMITED BY SIZE
                     ' ON ' DELIMITED BY SIZE
                     DISPCASE-PROV-DATE DELIMITED BY SIZE
                     ' BY ' DELIMITED BY SIZE
                     DISPCASE-PROV-SUPER DELIMITED BY SIZE
                     INTO CLNO(4)
              END-STRING
              MOVE DISPCASE-PROV-UTIME TO WS-UTIME-DISPLAY
              STRING 'CREDIT JOURNALLED TASK ' DELIMITED BY SIZE
                     DISPCASE-PROV-TASKNO DELIMITED BY SIZE
                     ' TIME ' DELIMITED BY SIZE
                     WS-UTIME-DISPLAY DELIMITED BY SIZE
                     INTO CLNO(5)
              END-STRING
           END-IF.

           IF DISPCASE-RESOLVED-DATE NOT = ZERO
              STRING 'RESOLVED ' DELIMITED BY SIZE
                     DISPCASE-RESOLVED-DATE DELIMITED BY SIZE
                     ' BY ' DELIMITED BY SIZE
                     DISPCASE-RESOLVED-SUPER DELIMITED BY SIZE
                     INTO CLNO(6)
              END-STRING
           END-IF.

       SHC999.
           EXIT.


       CLEAR-CASE-LINES SECTION.
       CCL010.
           MOVE 0 TO WS-ROW.

       CCL020.
           IF WS-ROW < 6
              ADD 1 TO WS-ROW
              MOVE SPACES TO CLNO(WS-ROW)
              GO TO CCL020
           END-IF.

       CCL999.
           EXIT.


       WRITE-MAINT-AUDIT SECTION.
       WMA010.
      *
      *    Append one audit record for this supervisor action.  The
      *    caller has set WS-OVR-OUTCOME to 'A' (applied) or 'R'
      *    (refused - bad credentials, wrong case state, posting
      *    refused or file trouble).  The action byte is the action
      *    keyed and the amount is what was, or would have been,
      *    posted.
      *
           INITIALIZE OVRAUD-REC.

           PERFORM POPULATE-TIME-DATE.

           MOVE EIBTASKN           TO OVRAUD-TASKNO.
           MOVE WS-U-TIME          TO OVRAUD-UTIME-KEY.
           MOVE 1                  TO OVRAUD-SEQ.
           MOVE 'M'                TO OVRAUD-EVENT.
           MOVE SUPIDI             TO OVRAUD-SUPER-ID.
           IF CASE-FOUND
              MOVE DISPCASE-LEG-ACCNO TO OVRAUD-ACCNO
           ELSE
              MOVE SPACES             TO OVRAUD-ACCNO
           END-IF.
           MOVE WS-POST-AMT        TO OVRAUD-AMT.
           MOVE WS-OVR-OUTCOME     TO OVRAUD-OUTCOME.
           MOVE 'DISPCASE'         TO OVRAUD-MAINT-FILE.
           MOVE ACTNI              TO OVRAUD-MAINT-ACTION.
           MOVE WS-CASENO-KEYED    TO OVRAUD-MAINT-KEY.

           EXEC CICS ASSIGN USERID(OVRAUD-USERID)
           END-EXEC.

           MOVE WS-ORIG-DATE       TO OVRAUD-DATE.
           STRING WS-TIME-NOW-GRP-HH DELIMITED BY SIZE,
                 ':' DELIMITED BY SIZE,
                  WS-TIME-NOW-GRP-MM DELIMITED BY SIZE,
                  ':' DELIMITED BY SIZE,
                  WS-TIME-NOW-GRP-SS DELIMITED BY SIZE
                  INTO OVRAUD-TIME
           END-STRING.

           EXEC CICS WRITE
              FILE('OVRAUD')
              FROM(OVRAUD-REC)
              RIDFLD(OVRAUD-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
      *
      *       A case action that can't be audited must not go
      *       through quietly - treat a failed audit write the way
      *       BNK1CRA treats a failed journal write and abend the
      *       task.
      *
              INITIALIZE ABNDINFO-REC
              MOVE EIBRESP    TO ABND-RESPCODE
              MOVE EIBRESP2   TO ABND-RESP2CODE

              EXEC CICS ASSIGN APPLID(ABND-APPLID)
              END-EXEC

              MOVE EIBTASKN   TO ABND-TASKNO-KEY
              MOVE EIBTRNID   TO ABND-TRANID

              MOVE WS-ORIG-DATE TO ABND-DATE
              STRING WS-TIME-NOW-GRP-HH DELIMITED BY SIZE,
                    ':' DELIMITED BY SIZE,
                     WS-TIME-NOW-GRP-MM DELIMITED BY SIZE,
                     ':' DELIMITED BY SIZE,
                     WS-TIME-NOW-GRP-SS DELIMITED BY SIZE
                     INTO ABND-TIME
              END-STRING

              MOVE WS-U-TIME   TO ABND-UTIME-KEY
              MOVE 'HBNK'      TO ABND-CODE

              EXEC CICS ASSIGN PROGRAM(ABND-PROGRAM)
              END-EXEC

              MOVE ZEROS      TO ABND-SQLCODE

              STRING 'WMA010 - WRITE OVRAUD FAIL.'
                    DELIMITED BY SIZE,
                    'EIBRESP=' DELIMITED BY SIZE,
                    ABND-RESPCODE DELIMITED BY SIZE,
                    ' RESP2=' DELIMITED BY SIZE,
                    ABND-RESP2CODE DELIMITED BY SIZE
                    INTO ABND-FREEFORM
              END-STRING

              EXEC CICS LINK PROGRAM(WS-ABEND-PGM)
                        COMMAREA(ABNDINFO-REC)
              END-EXEC

              INITIALIZE WS-FAIL-INFO
              MOVE 'BNK1DSP - WMA010 - WRITE OVRAUD FAIL'
                 TO WS-CICS-FAIL-MSG
              MOVE WS-CICS-RESP  TO WS-CICS-RESP-DISP
              MOVE WS-CICS-RESP2 TO WS-CICS-RESP2-DISP
              PERFORM ABEND-THIS-TASK
           END-IF.

       WMA999.
           EXIT.


       SEND-MAP SECTION.
       SM010.
      *
      *    If the map needs to have its data erased
      *
           IF SEND-ERASE
              EXEC CICS SEND MAP('BNK1DS')
                 MAPSET('BNK1DSM')
                 FROM(BNK1DSO)
                 ERASE
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
              END-EXEC

              IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
                 INITIALIZE ABNDINFO-REC
                 MOVE EIBRESP    TO ABND-RESPCODE
                 MOVE EIBRESP2   TO ABND-RESP2CODE

                 EXEC CICS ASSIGN APPLID(ABND-APPLID)
                 END-EXEC

                 MOVE EIBTASKN   TO ABND-TASKNO-KEY
                 MOVE EIBTRNID   TO ABND-TRANID

                 PERFORM POPULATE-TIME-DATE

                 MOVE WS-ORIG-DATE TO ABND-DATE
                 STRING WS-TIME-NOW-GRP-HH DELIMITED BY SIZE,
                       ':' DELIMITED BY SIZE,
                        WS-TIME-NOW-GRP-MM DELIMITED BY SIZE,
                        ':' DELIMITED BY SIZE,
                        WS-TIME-NOW-GRP-MM DELIMITED BY SIZE
                        INTO ABND-TIME
                 END-STRING

                 MOVE WS-U-TIME   TO ABND-UTIME-KEY
                 MOVE 'HBNK'      TO ABND-CODE

                 EXEC CICS ASSIGN PROGRAM(ABND-PROGRAM)
                 END-EXEC

                 MOVE ZEROS      TO ABND-SQLCODE

                 STRING 'SM010 - SEND MAP ERASE FAIL.'
                       DELIMITED BY SIZE,
                       'EIBRESP=' DELIMITED BY SIZE,
                       ABND-RESPCODE DELIMITED BY SIZE,
                       ' RESP2=' DELIMITED BY SIZE,
                       ABND-RESP2CODE DELIMITED BY SIZE
                       INTO ABND-FREEFORM
                 END-STRING

                 EXEC CICS LINK PROGRAM(WS-ABEND-PGM)
                           COMMAREA(ABNDINFO-REC)
                 END-EXEC

                 INITIALIZE WS-FAIL-INFO
                 MOVE 'BNK1DSP - SM010 - SEND MAP ERASE FAIL '
                    TO WS-CICS-FAIL-MSG
                 MOVE WS-CICS-RESP  TO WS-CICS-RESP-DISP
                 MOVE WS-CICS-RESP2 TO WS-CICS-RESP2-DISP
                 PERFORM ABEND-THIS-TASK
              END-IF

              GO TO SM999
           END-IF.

      *
      *    If we have elected to send the map and a beep
      *
           IF SEND-DATAONLY-ALARM
              EXEC CICS SEND MAP('BNK1DS')
                 MAPSET('BNK1DSM')
                 FROM(BNK1DSO)
                 DATAONLY
                 ALARM
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
              END-EXEC

              IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
                 INITIALIZE ABNDINFO-REC
                 MOVE EIBRESP    TO ABND-RESPCODE
                 MOVE EIBRESP2   TO ABND-RESP2CODE

                 EXEC CICS ASSIGN APPLID(ABND-APPLID)
                 END-EXEC

                 MOVE EIBTASKN   TO ABND-TASKNO-KEY
                 MOVE EIBTRNID   TO ABND-TRANID

                 PERFORM POPULATE-TIME-DATE

                 MOVE WS-ORIG-DATE TO ABND-DATE
                 STRING WS-TIME-NOW-GRP-HH DELIMITED BY SIZE,
                       ':' DELIMITED BY SIZE,
                        WS-TIME-NOW-GRP-MM DELIMITED BY SIZE,
                        ':' DELIMITED BY SIZE,
                        WS-TIME-NOW-GRP-MM DELIMITED BY SIZE
                        INTO ABND-TIME
                 END-STRING

                 MOVE WS-U-TIME   TO ABND-UTIME-KEY
                 MOVE 'HBNK'      TO ABND-CODE

                 EXEC CICS ASSIGN PROGRAM(ABND-PROGRAM)
                 END-EXEC

                 MOVE ZEROS      TO ABND-SQLCODE

                 STRING 'SM010 - SEND MAP DATAONLY ALARM FAIL.'
                       DELIMITED BY SIZE,
                       'EIBRESP=' DELIMITED BY SIZE,
                       ABND-RESPCODE DELIMITED BY SIZE,
                       ' RESP2=' DELIMITED BY SIZE,
                       ABND-RESP2CODE DELIMITED BY SIZE
                       INTO ABND-FREEFORM
                 END-STRING

                 EXEC CICS LINK PROGRAM(WS-ABEND-PGM)
                           COMMAREA(ABNDINFO-REC)
                 END-EXEC

                 INITIALIZE WS-FAIL-INFO
                 MOVE 'BNK1DSP - SM010 - SEND MAP DATAONLY ALARM FAIL '
                    TO WS-CICS-FAIL-MSG
                 MOVE WS-CICS-RESP  TO WS-CICS-RESP-DISP
                 MOVE WS-CICS-RESP2 TO WS-CICS-RESP2-DISP
                 PERFORM ABEND-THIS-TASK
              END-IF

           END-IF.

       SM999.
           EXIT.


       SEND-TERMINATION-MSG SECTION.
       STM010.
      *
      *    Send the termination message
      *
           EXEC CICS SEND TEXT
              FROM(END-OF-SESSION-MESSAGE)
              ERASE
              FREEKB
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              INITIALIZE ABNDINFO-REC
              MOVE EIBRESP    TO ABND-RESPCODE
              MOVE EIBRESP2   TO ABND-RESP2CODE

              EXEC CICS ASSIGN APPLID(ABND-APPLID)
              END-EXEC

              MOVE EIBTASKN   TO ABND-TASKNO-KEY
              MOVE EIBTRNID   TO ABND-TRANID

              PERFORM POPULATE-TIME-DATE

              MOVE WS-ORIG-DATE TO ABND-DATE
              STRING WS-TIME-NOW-GRP-HH DELIMITED BY SIZE,
                    ':' DELIMITED BY SIZE,
                     WS-TIME-NOW-GRP-MM DELIMITED BY SIZE,
                     ':' DELIMITED BY SIZE,
                     WS-TIME-NOW-GRP-MM DELIMITED BY SIZE
                     INTO ABND-TIME
              END-STRING

              MOVE WS-U-TIME   TO ABND-UTIME-KEY
              MOVE 'HBNK'      TO ABND-CODE

              EXEC CICS ASSIGN PROGRAM(ABND-PROGRAM)
              END-EXEC

              MOVE ZEROS      TO ABND-SQLCODE

              STRING 'STM010 - SEND TEXT FAIL.'
                    DELIMITED BY SIZE,
                    'EIBRESP=' DELIMITED BY SIZE,
                    ABND-RESPCODE DELIMITED BY SIZE,
                    ' RESP2=' DELIMITED BY SIZE,
                    ABND-RESP2CODE DELIMITED BY SIZE
                    INTO ABND-FREEFORM
              END-STRING

              EXEC CICS LINK PROGRAM(WS-ABEND-PGM)
                        COMMAREA(ABNDINFO-REC)
              END-EXEC

              INITIALIZE WS-FAIL-INFO
              MOVE 'BNK1DSP - STM010 - SEND TEXT FAIL'
                 TO WS-CICS-FAIL-MSG
              MOVE WS-CICS-RESP  TO WS-CICS-RESP-DISP
              MOVE WS-CICS-RESP2 TO WS-CICS-RESP2-DISP
              PERFORM ABEND-THIS-TASK
           END-IF.

       STM999.
           EXIT.


       ABEND-THIS-TASK SECTION.
       ATT010.
           DISPLAY WS-FAIL-INFO.
           EXEC CICS ABEND
              ABCODE('HBNK')
              NODUMP
           END-EXEC.

       ATT999.
           EXIT.


       POPULATE-TIME-DATE SECTION.
       PTD010.

           EXEC CICS ASKTIME
              ABSTIME(WS-U-TIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                     ABSTIME(WS-U-TIME)
                     DDMMYYYY(WS-ORIG-DATE)
                     TIME(WS-TIME-NOW)
                     DATESEP
           END-EXEC.

      *
      *    Today again without separators, for comparing against a
      *    keyed CCYYMMDD effective date.
      *
           EXEC CICS FORMATTIME
                     ABSTIME(WS-U-TIME)
                     YYYYMMDD(WS-TODAY)
           END-EXEC.

       PTD999.
           EXIT.
