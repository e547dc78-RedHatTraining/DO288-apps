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
      * This is the account status maintenance program in the
      * BANKING application BMS suite.
      *
      * Lists and sets the status of accounts on the ACCTSTS account
      * status master - open, frozen, on legal hold or closed - with
      * the reason, the date the status took effect and the
      * supervisor who set it.  Every posting path (BNK1CRA,
      * BNK1DSP, BNKSTORD, BNKREPST, BNKINTR, BNKFEES and BNKBULK)
      * reads ACCTSTS before it sends a leg to DBCRFUN: a frozen or
      * held account takes credits but refuses debits, and a closed
      * account refuses everything.
      *
      * The screen is secured the same way BNK1MNT's control-file
      * maintenance is: a supervisor ID and the matching SUPCTL
      * override code must be keyed before anything is shown or
      * changed.  Every status change attempted - applied, failed or
      * refused for bad supervisor details - is written to the
      * OVRAUD audit file, so BNKOVRPT lists who froze, held, closed
      * or reopened which account alongside the other maintenance.
      *
      * Reopening an account rewrites its record as open rather than
      * deleting it, so the master still shows who reopened it and
      * when.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNK1AST.
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
          03 FILLER                    PIC X(9)      VALUE 'BNK1AST  '.
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
          03 RECORD-FOUND-SW           PIC X         VALUE 'N'.
             88 RECORD-FOUND                         VALUE 'Y'.

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

       COPY BNK1ASM.

       COPY DFHAID.

       01 SUPCTL-RECORD.
          COPY SUPCTL.

       01 ACCTSTS-RECORD.
          COPY ACCTSTS.

       01 OVRAUD-REC.
          COPY OVRAUD.

       01 WS-OVR-OUTCOME               PIC X         VALUE SPACE.

      *
      * The action keyed is the status to set - F(reeze), H(old),
      * C(lose) or O(pen) - so the action byte carried to the audit
      * record says exactly which status was set.  L lists.
      *
       01 WS-NEW-STATUS                PIC X         VALUE SPACE.

      *
      * Effective date as keyed (CCYYMMDD), defaulted to today and
      * never allowed to run ahead of it - the posting paths act on
      * the status the moment it is written.
      *
       01 WS-EFF-DATE                  PIC 9(8)      VALUE ZERO.
       01 WS-EFF-DATE-GRP REDEFINES WS-EFF-DATE.
          03 WS-EFF-YYYY               PIC 9(4).
          03 WS-EFF-MM                 PIC 9(2).
          03 WS-EFF-DD                 PIC 9(2).
       01 WS-DAYS-IN-MONTH             PIC 9(2)      VALUE ZERO.
       01 WS-LEAP-QUOTIENT             PIC 9(4)      VALUE ZERO.
       01 WS-LEAP-REMAINDER            PIC 9(4)      VALUE ZERO.
       01 WS-TODAY                     PIC X(8)      VALUE SPACES.
       01 WS-TODAY-NUM REDEFINES WS-TODAY
                                       PIC 9(8).

       01 WS-ROW                       PIC S9(4) COMP VALUE 0.

       01 WS-LIST-LINE.
          03 WS-LIST-ACCNO             PIC X(8).
          03 FILLER                    PIC X(2)      VALUE SPACES.
          03 WS-LIST-STATUS            PIC X(1).
          03 FILLER                    PIC X(2)      VALUE SPACES.
          03 WS-LIST-EFF-DATE          PIC 9(8).
          03 FILLER                    PIC X(2)      VALUE SPACES.
          03 WS-LIST-SET-BY            PIC X(8).
          03 FILLER                    PIC X(2)      VALUE SPACES.
          03 WS-LIST-REASON            PIC X(30).
          03 FILLER                    PIC X(2)      VALUE SPACES.

       01 WS-BROWSE-KEY                PIC X(8).

       01 WS-U-TIME                    PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                 PIC X(10).

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
                 MOVE LOW-VALUE TO BNK1ASO
                 MOVE -1 TO ACCNOL
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
                 MOVE LOW-VALUES TO BNK1ASO
                 MOVE 'Invalid key pressed.' TO MESSAGEO
                 MOVE 8 TO ACCNOL
                 SET SEND-DATAONLY-ALARM TO TRUE
                 PERFORM SEND-MAP

           END-EVALUATE.

           EXEC CICS
              RETURN TRANSID('OAST')
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

              STRING 'A010 - RETURN TRANSID(OAST) FAIL.'
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
              MOVE 'BNK1AST - A010 - RETURN TRANSID(OAST) FAIL' TO
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
              RECEIVE MAP('BNK1AS')
              MAPSET('BNK1ASM')
              INTO(BNK1ASI)
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
              MOVE 'BNK1AST - RM010 - RECEIVE MAP FAIL ' TO
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

           PERFORM POPULATE-TIME-DATE.

           IF ACTNI NOT = 'L' AND ACTNI NOT = 'F'
                           AND ACTNI NOT = 'H' AND ACTNI NOT = 'C'
                           AND ACTNI NOT = 'O'
              MOVE SPACES TO MESSAGEO
              STRING 'Please enter L (List), F (Freeze), H (Legal'
                     ' hold), C (Close) or O (Reopen) for the action.'
                     DELIMITED BY SIZE
                     INTO MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              MOVE -1 TO ACTNL
              GO TO ED999
           END-IF.

      *
      *    Nothing is shown or changed without an authorising
      *    supervisor - the same SUPCTL check BNK1MNT makes.  A failed
      *    check on a status change is itself audited.
      *
           IF SUPIDI = SPACES OR OVRIDI = SPACES
              MOVE SPACES TO MESSAGEO
              STRING 'Enter a supervisor ID and override code to'
                     ' authorise the status change.'
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
              IF ACTNI NOT = 'L'
                 MOVE 'R' TO WS-OVR-OUTCOME
                 PERFORM WRITE-MAINT-AUDIT
              END-IF
              GO TO ED999
           END-IF.

      *
      *    A list starts from the keyed account, or the top of the
      *    file when none is keyed, and needs nothing more.
      *
           IF ACTNI = 'L'
              GO TO ED999
           END-IF.

           EXEC CICS BIF
              DEEDIT FIELD(ACCNOI)
           END-EXEC.

           IF ACCNOI NOT NUMERIC OR ACCNOI = ZERO
              MOVE 'Please enter the account number.' TO MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              MOVE -1 TO ACCNOL
              GO TO ED999
           END-IF.

      *
      *    Freezing, holding or closing an account needs a reason
      *    the branch can give the customer; reopening does not.
      *
           IF ACTNI NOT = 'O'
              AND (REASONI = SPACES OR REASONI = LOW-VALUES)
              MOVE 'Please enter the reason for the status.' TO
                 MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              MOVE -1 TO REASONL
              GO TO ED999
           END-IF.

           IF EFFDTI = SPACES OR EFFDTI = LOW-VALUES
              MOVE WS-TODAY-NUM TO WS-EFF-DATE
              GO TO ED999
           END-IF.

           IF EFFDTI NOT NUMERIC
              MOVE 'Key the effective date as CCYYMMDD.' TO MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              MOVE -1 TO EFFDTL
              GO TO ED999
           END-IF.

           MOVE EFFDTI TO WS-EFF-DATE.

           IF WS-EFF-MM < 1 OR WS-EFF-MM > 12
              OR WS-EFF-DD < 1
              MOVE 'Key the effective date as CCYYMMDD.' TO MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              MOVE -1 TO EFFDTL
              GO TO ED999
           END-IF.

           PERFORM GET-DAYS-IN-MONTH.
           IF WS-EFF-DD > WS-DAYS-IN-MONTH
              MOVE 'Key the effective date as CCYYMMDD.' TO MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              MOVE -1 TO EFFDTL
              GO TO ED999
           END-IF.

           IF WS-EFF-DATE > WS-TODAY-NUM
              MOVE SPACES TO MESSAGEO
              STRING 'The effective date cannot be in the future -'
                     ' the status applies as soon as it is set.'
                     DELIMITED BY SIZE
                     INTO MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              MOVE -1 TO EFFDTL
              GO TO ED999
           END-IF.

       ED999.
           EXIT.


       GET-DAYS-IN-MONTH SECTION.
       GD010.
           EVALUATE WS-EFF-MM
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-DAYS-IN-MONTH
              WHEN 2
                 MOVE 28 TO WS-DAYS-IN-MONTH
                 DIVIDE WS-EFF-YYYY BY 4
                    GIVING WS-LEAP-QUOTIENT
                    REMAINDER WS-LEAP-REMAINDER
                 IF WS-LEAP-REMAINDER = ZERO
                    MOVE 29 TO WS-DAYS-IN-MONTH
                    DIVIDE WS-EFF-YYYY BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                    IF WS-LEAP-REMAINDER = ZERO
                       MOVE 28 TO WS-DAYS-IN-MONTH
                       DIVIDE WS-EFF-YYYY BY 400
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


       APPLY-ACTION SECTION.
       AA010.
           MOVE 'N' TO ACTION-DONE-SW.

           IF ACTNI = 'L'
              PERFORM LIST-RECORDS
              GO TO AA999
           END-IF.

           PERFORM SET-STATUS.

      *
      *    Whatever happened to the status change, audit it - the
      *    applied ones and the refused ones both.
      *
           IF ACTION-DONE
              MOVE 'A' TO WS-OVR-OUTCOME
           ELSE
              MOVE 'R' TO WS-OVR-OUTCOME
           END-IF.
           PERFORM WRITE-MAINT-AUDIT.

       AA999.
           EXIT.


       LIST-RECORDS SECTION.
       LR010.
      *
      *    Browse ACCTSTS from the keyed account (or the top) and show
      *    up to ten accounts.  Keying the last account shown and
      *    listing again carries on from there.
      *
           IF ACCNOI = SPACES OR ACCNOI = LOW-VALUES
              MOVE LOW-VALUES TO WS-BROWSE-KEY
           ELSE
              MOVE ACCNOI TO WS-BROWSE-KEY
           END-IF.
           MOVE 0 TO WS-ROW.
      *
      *    Clear the message carried in from the last screen so the
      *    stale text can't survive a successful list.
      *
           MOVE SPACES TO MESSAGEO.

           EXEC CICS STARTBR
              FILE('ACCTSTS')
              RIDFLD(WS-BROWSE-KEY)
              GTEQ
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NOTFND)
              OR WS-CICS-RESP = DFHRESP(ENDFILE)
              PERFORM CLEAR-LIST-LINES
              MOVE 'No account statuses on file from that account.'
                 TO MESSAGEO
              GO TO LR999
           END-IF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              PERFORM CLEAR-LIST-LINES
              MOVE 'File unavailable - please try again later.' TO
                 MESSAGEO
              GO TO LR999
           END-IF.

       LR020.
           EXEC CICS READNEXT
              FILE('ACCTSTS')
              INTO(ACCTSTS-RECORD)
              RIDFLD(WS-BROWSE-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(ENDFILE)
              GO TO LR030
           END-IF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              GO TO LR030
           END-IF.

           IF WS-ROW >= 10
              MOVE SPACES TO MESSAGEO
              STRING 'More accounts - key the last account shown and'
                     ' list again to continue.'
                     DELIMITED BY SIZE
                     INTO MESSAGEO
              GO TO LR030
           END-IF.

           ADD 1 TO WS-ROW.

           MOVE ACCTSTS-ACCNO     TO WS-LIST-ACCNO.
           MOVE ACCTSTS-STATUS    TO WS-LIST-STATUS.
           MOVE ACCTSTS-EFF-DATE  TO WS-LIST-EFF-DATE.
           MOVE ACCTSTS-SET-BY    TO WS-LIST-SET-BY.
           MOVE ACCTSTS-REASON    TO WS-LIST-REASON.

           MOVE WS-LIST-LINE TO ALNO(WS-ROW).

           GO TO LR020.

       LR030.
           EXEC CICS ENDBR
              FILE('ACCTSTS')
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

       LR040.
           IF WS-ROW < 10
              ADD 1 TO WS-ROW
              MOVE SPACES TO ALNO(WS-ROW)
              GO TO LR040
           END-IF.

           IF MESSAGEO = LOW-VALUES OR MESSAGEO = SPACES
              MOVE 'Account statuses listed.' TO MESSAGEO
           END-IF.

       LR999.
           EXIT.


       CLEAR-LIST-LINES SECTION.
       CL010.
           MOVE 0 TO WS-ROW.

       CL020.
           IF WS-ROW < 10
              ADD 1 TO WS-ROW
              MOVE SPACES TO ALNO(WS-ROW)
              GO TO CL020
           END-IF.

       CL999.
           EXIT.


       SET-STATUS SECTION.
       SS010.
      *
      *    Set the keyed status on the account - rewriting its record
      *    if it has one, adding one if it has not.  Reopening an
      *    account that has no record is refused: it is open already.
      *
           MOVE ACTNI TO WS-NEW-STATUS.
           MOVE ACCNOI TO ACCTSTS-ACCNO.

           EXEC CICS READ
              FILE('ACCTSTS')
              INTO(ACCTSTS-RECORD)
              RIDFLD(ACCTSTS-KEY)
              UPDATE
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           EVALUATE WS-CICS-RESP
              WHEN DFHRESP(NORMAL)
                 SET RECORD-FOUND TO TRUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'N' TO RECORD-FOUND-SW
                 INITIALIZE ACCTSTS-RECORD
                 MOVE ACCNOI TO ACCTSTS-ACCNO
              WHEN OTHER
                 MOVE 'Status change failed - file unavailable.' TO
                    MESSAGEO
                 GO TO SS999
           END-EVALUATE.

           IF WS-NEW-STATUS = 'O'
              AND (NOT RECORD-FOUND OR ACCTSTS-OPEN)
              MOVE 'That account is already open.' TO MESSAGEO
              GO TO SS999
           END-IF.

           MOVE WS-NEW-STATUS      TO ACCTSTS-STATUS.
           IF REASONI = SPACES OR REASONI = LOW-VALUES
              MOVE 'REOPENED'      TO ACCTSTS-REASON
           ELSE
              MOVE REASONI         TO ACCTSTS-REASON
           END-IF.
           MOVE WS-EFF-DATE        TO ACCTSTS-EFF-DATE.
           MOVE SUPIDI             TO ACCTSTS-SET-BY.

           EXEC CICS ASSIGN USERID(ACCTSTS-SET-USERID)
           END-EXEC.

           MOVE WS-ORIG-DATE       TO ACCTSTS-SET-DATE.
           STRING WS-TIME-NOW-GRP-HH DELIMITED BY SIZE,
                 ':' DELIMITED BY SIZE,
                  WS-TIME-NOW-GRP-MM DELIMITED BY SIZE,
                  ':' DELIMITED BY SIZE,
                  WS-TIME-NOW-GRP-SS DELIMITED BY SIZE
                  INTO ACCTSTS-SET-TIME
           END-STRING.

           IF RECORD-FOUND
              EXEC CICS REWRITE
                 FILE('ACCTSTS')
                 FROM(ACCTSTS-RECORD)
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
              END-EXEC
           ELSE
              EXEC CICS WRITE
                 FILE('ACCTSTS')
                 FROM(ACCTSTS-RECORD)
                 RIDFLD(ACCTSTS-KEY)
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
              END-EXEC
           END-IF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Status change failed - file unavailable.' TO
                 MESSAGEO
              GO TO SS999
           END-IF.

           SET ACTION-DONE TO TRUE.

           EVALUATE TRUE
              WHEN ACCTSTS-FROZEN
                 MOVE 'Account frozen - debits will be refused.' TO
                    MESSAGEO
              WHEN ACCTSTS-LEGAL-HOLD
                 MOVE 'Account on legal hold - debits will be refused.'
                    TO MESSAGEO
              WHEN ACCTSTS-CLOSED
                 MOVE 'Account closed - all postings will be refused.'
                    TO MESSAGEO
              WHEN OTHER
                 MOVE 'Account reopened.' TO MESSAGEO
           END-EVALUATE.

       SS999.
           EXIT.


       WRITE-MAINT-AUDIT SECTION.
       WMA010.
      *
      *    Append one audit record for this status change attempt.
      *    The caller has set WS-OVR-OUTCOME to 'A' (applied) or 'R'
      *    (refused - bad credentials, nothing to reopen or file
      *    trouble).  The action byte is the status asked for.
      *
           INITIALIZE OVRAUD-REC.

           PERFORM POPULATE-TIME-DATE.

           MOVE EIBTASKN           TO OVRAUD-TASKNO.
           MOVE WS-U-TIME          TO OVRAUD-UTIME-KEY.
           MOVE 1                  TO OVRAUD-SEQ.
           MOVE 'M'                TO OVRAUD-EVENT.
           MOVE SUPIDI             TO OVRAUD-SUPER-ID.
           MOVE ACCNOI             TO OVRAUD-ACCNO.
           MOVE ZERO               TO OVRAUD-AMT.
           MOVE WS-OVR-OUTCOME     TO OVRAUD-OUTCOME.
           MOVE 'ACCTSTS'          TO OVRAUD-MAINT-FILE.
           MOVE ACTNI              TO OVRAUD-MAINT-ACTION.
           MOVE ACCNOI             TO OVRAUD-MAINT-KEY.

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
      *       A status change that can't be audited must not
      *       go through quietly - treat a failed audit write the
      *       way BNK1CRA treats a failed journal write and abend
      *       the task.
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
              MOVE 'BNK1AST - WMA010 - WRITE OVRAUD FAIL       '
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
              EXEC CICS SEND MAP('BNK1AS')
                 MAPSET('BNK1ASM')
                 FROM(BNK1ASO)
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
                 MOVE 'BNK1AST - SM010 - SEND MAP ERASE FAIL '
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
              EXEC CICS SEND MAP('BNK1AS')
                 MAPSET('BNK1ASM')
                 FROM(BNK1ASO)
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
                 MOVE 'BNK1AST - SM010 - SEND MAP DATAONLY ALARM FAIL '
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
              MOVE 'BNK1AST - STM010 - SEND TEXT FAIL'
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
