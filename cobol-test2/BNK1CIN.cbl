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
      * This is the Customer inquiry program in the BANKING
      * application BMS suite.
      *
      * The online counterpart of the overnight BNKCUSTR roll-up:
      * the teller keys a customer ID, or a surname, and the screen
      * shows the customer from the CUSTMST extract with every
      * account ACCTXREF links to them - each with its ACCTPOS
      * balance and last-rolled date, and today's CRAJRNL postings
      * against it (successful count and net amount, rejected
      * count), so the up-to-the-minute picture is on one screen.
      *
      * A surname matches every customer whose name starts with
      * what was keyed, in either case.  More than one match gives
      * a pick list, twelve to a page with PF7/PF8 paging the way
      * BNK1JNL pages; keying a line number in the selection field
      * chooses that customer.  On the account list, keying a line
      * number hands the account straight over to BNK1JNL for its
      * journal detail.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNK1CIN.
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
          03 FILLER                    PIC X(9)      VALUE 'BNK1CIN  '.
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
          03 TABLE-FULL-SW             PIC X         VALUE 'N'.
             88 TABLE-FULL                           VALUE 'Y'.
          03 LIST-BUILT-SW             PIC X         VALUE 'N'.
             88 LIST-BUILT                           VALUE 'Y'.

      *
      * What the Enter key asked for, worked out by EDIT-DATA from
      * the fields the teller keyed.
      *
          03 REQUEST-SW                PIC X         VALUE SPACE.
             88 REQ-SELECT                           VALUE 'S'.
             88 REQ-BY-ID                            VALUE 'I'.
             88 REQ-BY-NAME                          VALUE 'N'.

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

       COPY BNK1CIM.

       COPY DFHAID.

      *
      * The state carried between pseudo-conversational legs: which
      * list is on the screen (the surname pick list or one
      * customer's accounts), the surname searched, the customer
      * shown and the page.  Both lists are rebuilt from the files
      * on every leg, as BNK1JNL rebuilds its journal page.
      *
       01 WS-COMM-AREA.
          03 WS-COMM-MODE              PIC X.
             88 WS-COMM-MODE-NONE                    VALUE SPACE.
             88 WS-COMM-MODE-PICK                    VALUE 'P'.
             88 WS-COMM-MODE-CUST                    VALUE 'C'.
          03 WS-COMM-SURNAME           PIC X(30).
          03 WS-COMM-CUSTID            PIC 9(6).
          03 WS-COMM-PAGE              PIC 9(3).

      *
      * BNK1JNL's own COMMAREA, built for the hand-over of the
      * chosen account.
      *
       01 WS-JNL-COMM-AREA.
          03 WS-JNL-COMM-ACCNO         PIC X(8).
          03 WS-JNL-COMM-PAGE          PIC 9(3).

       01 WS-JNL-PGM                   PIC X(8)      VALUE 'BNK1JNL'.

      *
      * Surname search: the keyed name folded to upper case, the
      * length that was keyed, and each customer's name folded the
      * same way for the comparison.
      *
       01 WS-SEARCH-NAME               PIC X(30)     VALUE SPACES.
       01 WS-SEARCH-LEN                PIC S9(4) COMP VALUE 0.
       01 WS-MATCH-NAME                PIC X(30)     VALUE SPACES.
       01 WS-LOWER-CASE                PIC X(26)     VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       01 WS-UPPER-CASE                PIC X(26)     VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01 WS-CUSTID-KEYED              PIC X(6).
       01 WS-CUSTID-NUM REDEFINES WS-CUSTID-KEYED
                                       PIC 9(6).
       01 WS-SEL-KEYED                 PIC X(2).
       01 WS-SEL-NUM REDEFINES WS-SEL-KEYED
                                       PIC 9(2).

      *
      * The customers a surname matched.  Two hundred is far more
      * than a teller would page through; a wider match says so on
      * the message line and asks for more of the name.
      *
       01 WS-PICK-TABLE.
          03 WS-PICK-COUNT             PIC S9(4) COMP VALUE 0.
          03 WS-PICK-ENTRY OCCURS 200 TIMES.
             05 WS-PE-CUSTID           PIC 9(6).
             05 WS-PE-NOM              PIC X(30).
             05 WS-PE-PRENOM           PIC X(20).
             05 WS-PE-VILLE            PIC X(20).

      *
      * One customer's accounts, with the position and today's
      * journal activity gathered against each.  A hundred matches
      * BNKCUSTR's roll-up; more is said on the message line.
      *
       01 WS-ACCT-TABLE.
          03 WS-ACCT-COUNT             PIC S9(4) COMP VALUE 0.
          03 WS-ACCT-ENTRY OCCURS 100 TIMES.
             05 WS-AE-ACCNO            PIC X(8).
             05 WS-AE-POS-SW           PIC X.
                88 WS-AE-HAS-POS                     VALUE 'Y'.
             05 WS-AE-BALANCE          PIC S9(13)V99.
             05 WS-AE-ROLLED           PIC 9(8).
             05 WS-AE-OK-COUNT         PIC S9(4) COMP.
             05 WS-AE-REJ-COUNT        PIC S9(4) COMP.
             05 WS-AE-NET              PIC S9(11)V99.

       01 WS-ROW                       PIC S9(4) COMP VALUE 0.
       01 WS-IDX                       PIC S9(4) COMP VALUE 0.
       01 WS-LOGICAL                   PIC S9(4) COMP VALUE 0.
       01 WS-LIST-COUNT                PIC S9(4) COMP VALUE 0.
       01 WS-TOTAL-PAGES               PIC 9(3)       VALUE 1.

       01 WS-PAGE-DISPLAY.
          03 FILLER                    PIC X(5)       VALUE 'PAGE '.
          03 WS-PAGE-DISP-NO           PIC 9(2).
          03 FILLER                    PIC X(4)       VALUE ' OF '.
          03 WS-PAGE-DISP-MAX          PIC 9(2).

      *
      * The formatted lines, built here then moved to the map.
      *
       01 WS-CUST-LINE.
          03 FILLER                    PIC X(5)       VALUE 'CUST '.
          03 WS-CUL-CUSTID             PIC 9(6).
          03 FILLER                    PIC X          VALUE SPACE.
          03 WS-CUL-NOM                PIC X(25).
          03 FILLER                    PIC X          VALUE SPACE.
          03 WS-CUL-PRENOM             PIC X(15).
          03 FILLER                    PIC X          VALUE SPACE.
          03 WS-CUL-VILLE              PIC X(15).
          03 FILLER                    PIC X          VALUE SPACE.
          03 WS-CUL-CODE-POSTAL        PIC X(5).

       01 WS-PICK-HEADING.
          03 FILLER                    PIC X(10)      VALUE
                                                      'LN ID'.
          03 FILLER                    PIC X(31)      VALUE 'SURNAME'.
          03 FILLER                    PIC X(21)      VALUE
                                                      'FIRST NAME'.
          03 FILLER                    PIC X(13)      VALUE 'TOWN'.

       01 WS-PICK-LINE.
          03 WS-PKL-LINE-NO            PIC 9(2).
          03 FILLER                    PIC X          VALUE SPACE.
          03 WS-PKL-CUSTID             PIC 9(6).
          03 FILLER                    PIC X          VALUE SPACE.
          03 WS-PKL-NOM                PIC X(30).
          03 FILLER                    PIC X          VALUE SPACE.
          03 WS-PKL-PRENOM             PIC X(20).
          03 FILLER                    PIC X          VALUE SPACE.
          03 WS-PKL-VILLE              PIC X(13).

       01 WS-ACCT-HEADING.
          03 FILLER                    PIC X(12)      VALUE
                                                      'LN ACCOUNT'.
          03 FILLER                    PIC X(18)      VALUE
                                           '          BALANCE'.
          03 FILLER                    PIC X(9)       VALUE 'ROLLED'.
          03 FILLER                    PIC X(4)       VALUE ' OK'.
          03 FILLER                    PIC X(15)      VALUE
                                                      '     TODAY NET'.
          03 FILLER                    PIC X(3)       VALUE 'REJ'.

       01 WS-ACCT-LINE.
          03 WS-ACL-LINE-NO            PIC 9(2).
          03 FILLER                    PIC X          VALUE SPACE.
          03 WS-ACL-ACCNO              PIC X(8).
          03 FILLER                    PIC X          VALUE SPACE.
          03 WS-ACL-BALANCE            PIC X(17).
          03 FILLER                    PIC X          VALUE SPACE.
          03 WS-ACL-ROLLED             PIC X(8).
          03 FILLER                    PIC X          VALUE SPACE.
          03 WS-ACL-OK-COUNT           PIC ZZ9.
          03 FILLER                    PIC X          VALUE SPACE.
          03 WS-ACL-NET                PIC -(10)9.99.
          03 FILLER                    PIC X          VALUE SPACE.
          03 WS-ACL-REJ-COUNT          PIC ZZ9.

       01 WS-BALANCE-EDIT              PIC -(13)9.99.

       01 WS-CUST-BROWSE-KEY           PIC X(6).
       01 WS-XREF-BROWSE-KEY           PIC X(8).

       01 WS-JRNL-BROWSE-KEY.
          03 WS-JRNL-BROWSE-TASKNO     PIC 9(7).
          03 WS-JRNL-BROWSE-UTIME      PIC S9(15) COMP-3.
          03 WS-JRNL-BROWSE-ACCNO      PIC X(8).
          03 WS-JRNL-BROWSE-LEG        PIC 9(1).

       01 CUSTMST-REC.
          COPY CUSTMST.

       01 ACCTXREF-REC.
          COPY ACCTXREF.

       01 ACCTPOS-REC.
          COPY ACCTPOS.

       01 CRAJRNL-REC.
          COPY CRAJRNL.

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
       01 DFHCOMMAREA.
          03 COMM-MODE                 PIC X.
          03 COMM-SURNAME              PIC X(30).
          03 COMM-CUSTID               PIC 9(6).
          03 COMM-PAGE                 PIC 9(3).


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
      *
      *    Pick up the list, customer and page carried over from
      *    the last pseudo-conversational leg before deciding what
      *    to do - the paging and selection keys work against this
      *    saved state.
      *
           IF EIBCALEN NOT = ZERO
              MOVE COMM-MODE    TO WS-COMM-MODE
              MOVE COMM-SURNAME TO WS-COMM-SURNAME
              MOVE COMM-CUSTID  TO WS-COMM-CUSTID
              MOVE COMM-PAGE    TO WS-COMM-PAGE
           ELSE
              MOVE SPACE  TO WS-COMM-MODE
              MOVE SPACES TO WS-COMM-SURNAME
              MOVE ZERO   TO WS-COMM-CUSTID
              MOVE 1      TO WS-COMM-PAGE
           END-IF.

           EVALUATE TRUE
      *
      *       Is it the first time through? If so, send the map
      *       with erased (empty) data fields.
      *
              WHEN EIBCALEN = ZERO
                 MOVE LOW-VALUE TO BNK1CIO
                 MOVE -1 TO CUSTIDL
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
      *       Pf7 pages back up the list on the screen, Pf8 pages
      *       on down it.
      *
              WHEN EIBAID = DFHPF7
                 PERFORM PAGE-BACKWARD

              WHEN EIBAID = DFHPF8
                 PERFORM PAGE-FORWARD

      *
      *       When anything else happens, send the invalid key message
      *
              WHEN OTHER
                 MOVE LOW-VALUES TO BNK1CIO
                 MOVE 'Invalid key pressed.' TO MESSAGEO
                 MOVE 8 TO CUSTIDL
                 SET SEND-DATAONLY-ALARM TO TRUE
                 PERFORM SEND-MAP

           END-EVALUATE.

           EXEC CICS
              RETURN TRANSID('OCIN')
              COMMAREA(WS-COMM-AREA)
              LENGTH(40)
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

              STRING 'A010 - RETURN TRANSID(OCIN) FAIL.'
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
              MOVE 'BNK1CIN - A010 - RETURN TRANSID(OCIN) FAIL' TO
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
      *    Validate the received data and work out what was asked
      *
           PERFORM EDIT-DATA.

      *
      *    A line selection chooses from the list on the screen; a
      *    customer ID or surname starts a new inquiry at page one.
      *
           IF VALID-DATA
              EVALUATE TRUE
                 WHEN REQ-SELECT
                    PERFORM SELECT-LINE
                 WHEN REQ-BY-ID
                    MOVE 1 TO WS-COMM-PAGE
                    PERFORM FIND-BY-ID
                 WHEN REQ-BY-NAME
                    MOVE 1 TO WS-COMM-PAGE
                    PERFORM FIND-BY-SURNAME
              END-EVALUATE
           END-IF.

           SET SEND-DATAONLY-ALARM TO TRUE.

      *
      *    Output the data to the screen
      *
           PERFORM SEND-MAP.

       PM999.
           EXIT.


       PAGE-BACKWARD SECTION.
       PB010.
           IF WS-COMM-MODE-NONE
              MOVE LOW-VALUES TO BNK1CIO
              MOVE 'Enter a customer ID or surname first.' TO MESSAGEO
              MOVE -1 TO CUSTIDL
           ELSE
              IF WS-COMM-PAGE > 1
                 SUBTRACT 1 FROM WS-COMM-PAGE
              END-IF
              PERFORM SHOW-CURRENT-LIST
           END-IF.

           SET SEND-DATAONLY-ALARM TO TRUE.
           PERFORM SEND-MAP.

       PB999.
           EXIT.


       PAGE-FORWARD SECTION.
       PF010.
           IF WS-COMM-MODE-NONE
              MOVE LOW-VALUES TO BNK1CIO
              MOVE 'Enter a customer ID or surname first.' TO MESSAGEO
              MOVE -1 TO CUSTIDL
           ELSE
              ADD 1 TO WS-COMM-PAGE
              PERFORM SHOW-CURRENT-LIST
           END-IF.

           SET SEND-DATAONLY-ALARM TO TRUE.
           PERFORM SEND-MAP.

       PF999.
           EXIT.


       SHOW-CURRENT-LIST SECTION.
       SCL010.
      *
      *    Redisplay whichever list the screen is on at the page
      *    now held in the COMMAREA.
      *
           IF WS-COMM-MODE-PICK
              MOVE WS-COMM-SURNAME TO WS-SEARCH-NAME
              PERFORM BUILD-PICK-LIST
              IF LIST-BUILT
                 PERFORM SHOW-PICK-PAGE
              END-IF
           ELSE
              PERFORM BUILD-ACCOUNT-LIST
              IF LIST-BUILT
                 PERFORM SHOW-CUSTOMER-PAGE
              END-IF
           END-IF.

       SCL999.
           EXIT.


       RECEIVE-MAP SECTION.
       RM010.
      *
      *    Retrieve the data
      *
           EXEC CICS
              RECEIVE MAP('BNK1CI')
              MAPSET('BNK1CIM')
              INTO(BNK1CII)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

      *
      *    Enter with nothing keyed at all is not a failure - it is
      *    dealt with by the edit like any other empty inquiry.
      *
           IF WS-CICS-RESP = DFHRESP(MAPFAIL)
              MOVE LOW-VALUES TO BNK1CII
              GO TO RM999
           END-IF.

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
              MOVE 'BNK1CIN - RM010 - RECEIVE MAP FAIL ' TO
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
      *    Perform validation on the incoming fields.  A field the
      *    teller did not touch comes back as low-values.
      *
           MOVE 'Y'   TO VALID-DATA-SW.
           MOVE SPACE TO REQUEST-SW.

           INSPECT CUSTIDI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SURNAMI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SELNOI  REPLACING ALL LOW-VALUE BY SPACE.

      *
      *    A line number picks from the list already on the screen.
      *
           IF SELNOI NOT = SPACES
              IF WS-COMM-MODE-NONE
                 MOVE 'Enter a customer ID or surname first.'
                    TO MESSAGEO
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE -1 TO CUSTIDL
                 GO TO ED999
              END-IF

              EXEC CICS BIF
                 DEEDIT FIELD(SELNOI)
              END-EXEC

              MOVE SELNOI TO WS-SEL-KEYED
              IF WS-SEL-KEYED NOT NUMERIC
                 OR WS-SEL-NUM < 1 OR WS-SEL-NUM > 12
                 MOVE 'Please key a line number from 1 to 12.'
                    TO MESSAGEO
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE -1 TO SELNOL
                 GO TO ED999
              END-IF

              SET REQ-SELECT TO TRUE
              GO TO ED999
           END-IF.

      *
      *    Otherwise a new inquiry.  The customer ID and surname
      *    stay on the screen after an inquiry, so the one the
      *    teller has changed is the one that counts; with neither
      *    changed, Enter refreshes what is shown.
      *
           IF CUSTIDI NOT = SPACES
              EXEC CICS BIF
                 DEEDIT FIELD(CUSTIDI)
              END-EXEC

              MOVE CUSTIDI TO WS-CUSTID-KEYED
              IF WS-CUSTID-KEYED NOT NUMERIC OR WS-CUSTID-NUM = ZERO
                 MOVE 'Please enter a valid customer ID.' TO MESSAGEO
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE -1 TO CUSTIDL
                 GO TO ED999
              END-IF
           END-IF.

           MOVE SURNAMI TO WS-SEARCH-NAME.
           INSPECT WS-SEARCH-NAME
              CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.

           IF CUSTIDI NOT = SPACES
              IF WS-CUSTID-NUM NOT = WS-COMM-CUSTID
                 OR NOT WS-COMM-MODE-CUST
                 MOVE SPACES TO WS-COMM-SURNAME
                 SET REQ-BY-ID TO TRUE
                 GO TO ED999
              END-IF
           END-IF.

           IF WS-SEARCH-NAME NOT = SPACES
              AND WS-SEARCH-NAME NOT = WS-COMM-SURNAME
              SET REQ-BY-NAME TO TRUE
              GO TO ED999
           END-IF.

           IF CUSTIDI NOT = SPACES
              SET REQ-BY-ID TO TRUE
              GO TO ED999
           END-IF.

           IF WS-SEARCH-NAME NOT = SPACES
              SET REQ-BY-NAME TO TRUE
              GO TO ED999
           END-IF.

           MOVE 'Please enter a customer ID or surname.' TO MESSAGEO.
           MOVE 'N' TO VALID-DATA-SW.
           MOVE -1 TO CUSTIDL.

       ED999.
           EXIT.


       SELECT-LINE SECTION.
       SL010.
      *
      *    Turn the keyed line into the entry it shows on the
      *    current page.  On the pick list that is a customer, shown
      *    from page one of their accounts; on the account list it
      *    is an account, handed over to BNK1JNL.
      *
           COMPUTE WS-LOGICAL = ((WS-COMM-PAGE - 1) * 12) + WS-SEL-NUM.

           IF WS-COMM-MODE-PICK
              MOVE WS-COMM-SURNAME TO WS-SEARCH-NAME
              PERFORM BUILD-PICK-LIST
              IF NOT LIST-BUILT
                 GO TO SL999
              END-IF
              IF WS-LOGICAL > WS-PICK-COUNT
                 PERFORM SHOW-PICK-PAGE
                 MOVE 'There is no customer on that line.' TO MESSAGEO
                 MOVE -1 TO SELNOL
                 GO TO SL999
              END-IF
              MOVE WS-PE-CUSTID(WS-LOGICAL) TO WS-COMM-CUSTID
              MOVE 1 TO WS-COMM-PAGE
              PERFORM FIND-BY-ID
              GO TO SL999
           END-IF.

           PERFORM BUILD-ACCOUNT-LIST.
           IF NOT LIST-BUILT
              GO TO SL999
           END-IF.

           IF WS-LOGICAL > WS-ACCT-COUNT
              PERFORM SHOW-CUSTOMER-PAGE
              MOVE 'There is no account on that line.' TO MESSAGEO
              MOVE -1 TO SELNOL
              GO TO SL999
           END-IF.

           PERFORM HAND-OVER-TO-JNL.

       SL999.
           EXIT.


       FIND-BY-ID SECTION.
       FI010.
      *
      *    One customer by ID - the keyed ID on a new inquiry, the
      *    chosen pick-list entry otherwise.
      *
           IF REQ-BY-ID
              MOVE WS-CUSTID-NUM TO WS-COMM-CUSTID
           END-IF.

           MOVE WS-COMM-CUSTID TO CUSTMST-ID.

           EXEC CICS READ
              FILE('CUSTMST')
              INTO(CUSTMST-REC)
              RIDFLD(CUSTMST-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NOTFND)
              MOVE LOW-VALUES TO BNK1CIO
              MOVE SPACE TO WS-COMM-MODE
              MOVE 'Customer not found.' TO MESSAGEO
              MOVE -1 TO CUSTIDL
              GO TO FI999
           END-IF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE LOW-VALUES TO BNK1CIO
              MOVE 'Customer file unavailable - please try again later.'
                 TO MESSAGEO
              GO TO FI999
           END-IF.

           SET WS-COMM-MODE-CUST TO TRUE.
           PERFORM BUILD-ACCOUNT-LIST.
           IF LIST-BUILT
              PERFORM SHOW-CUSTOMER-PAGE
           END-IF.

       FI999.
           EXIT.


       FIND-BY-SURNAME SECTION.
       FS010.
      *
      *    Every customer whose surname starts with what was keyed.
      *    One match goes straight to that customer; several give
      *    the pick list.
      *
           MOVE WS-SEARCH-NAME TO WS-COMM-SURNAME.
           PERFORM BUILD-PICK-LIST.
           IF NOT LIST-BUILT
              GO TO FS999
           END-IF.

           IF WS-PICK-COUNT = ZERO
              MOVE LOW-VALUES TO BNK1CIO
              MOVE SPACE TO WS-COMM-MODE
              MOVE 'No customer found with that surname.' TO MESSAGEO
              MOVE -1 TO SURNAML
              GO TO FS999
           END-IF.

           IF WS-PICK-COUNT = 1
              MOVE WS-PE-CUSTID(1) TO WS-COMM-CUSTID
              PERFORM FIND-BY-ID
              GO TO FS999
           END-IF.

           SET WS-COMM-MODE-PICK TO TRUE.
           PERFORM SHOW-PICK-PAGE.

       FS999.
           EXIT.


       BUILD-PICK-LIST SECTION.
       BL010.
      *
      *    Collect the customers matching WS-SEARCH-NAME.  CUSTMST
      *    is keyed by customer ID, not name, so the extract is
      *    browsed start to finish and filtered on the surname - the
      *    same whole-file browse BNK1JNL makes of the journal.
      *
           MOVE 0   TO WS-PICK-COUNT.
           MOVE 'N' TO TABLE-FULL-SW.
           MOVE 'N' TO LIST-BUILT-SW.

      *
      *    The length keyed, trailing spaces aside, is how much of
      *    each surname has to agree.
      *
           MOVE 30 TO WS-SEARCH-LEN.

       BL015.
           IF WS-SEARCH-LEN > 1
              AND WS-SEARCH-NAME(WS-SEARCH-LEN:1) = SPACE
              SUBTRACT 1 FROM WS-SEARCH-LEN
              GO TO BL015
           END-IF.

           MOVE LOW-VALUES TO WS-CUST-BROWSE-KEY.

           EXEC CICS STARTBR
              FILE('CUSTMST')
              RIDFLD(WS-CUST-BROWSE-KEY)
              GTEQ
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NOTFND)
              OR WS-CICS-RESP = DFHRESP(ENDFILE)
              GO TO BL040
           END-IF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE LOW-VALUES TO BNK1CIO
              MOVE 'Customer file unavailable - please try again later.'
                 TO MESSAGEO
              GO TO BL999
           END-IF.

       BL020.
           EXEC CICS READNEXT
              FILE('CUSTMST')
              INTO(CUSTMST-REC)
              RIDFLD(WS-CUST-BROWSE-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(ENDFILE)
              GO TO BL030
           END-IF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS ENDBR
                 FILE('CUSTMST')
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
              END-EXEC
              MOVE LOW-VALUES TO BNK1CIO
              MOVE 'Customer file unavailable - please try again later.'
                 TO MESSAGEO
              GO TO BL999
           END-IF.

           MOVE CUSTMST-NOM TO WS-MATCH-NAME.
           INSPECT WS-MATCH-NAME
              CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.

           IF WS-MATCH-NAME(1:WS-SEARCH-LEN) NOT =
              WS-SEARCH-NAME(1:WS-SEARCH-LEN)
              GO TO BL020
           END-IF.

           IF WS-PICK-COUNT = 200
              SET TABLE-FULL TO TRUE
              GO TO BL020
           END-IF.

           ADD 1 TO WS-PICK-COUNT.
           MOVE CUSTMST-ID     TO WS-PE-CUSTID(WS-PICK-COUNT).
           MOVE CUSTMST-NOM    TO WS-PE-NOM(WS-PICK-COUNT).
           MOVE CUSTMST-PRENOM TO WS-PE-PRENOM(WS-PICK-COUNT).
           MOVE CUSTMST-VILLE  TO WS-PE-VILLE(WS-PICK-COUNT).

           GO TO BL020.

       BL030.
           EXEC CICS ENDBR
              FILE('CUSTMST')
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

       BL040.
           SET LIST-BUILT TO TRUE.

       BL999.
           EXIT.


       SHOW-PICK-PAGE SECTION.
       SP010.
      *
      *    Clamp the page into range and fill the twelve lines from
      *    the pick list.
      *
           MOVE WS-PICK-COUNT TO WS-LIST-COUNT.
           PERFORM SET-PAGE-RANGE.

           MOVE LOW-VALUES      TO BNK1CIO.
           MOVE SPACES          TO SELNOO.
           MOVE WS-COMM-SURNAME TO SURNAMO.
           MOVE SPACES          TO CUSTIDO.
           MOVE SPACES          TO CUSTLNO.
           MOVE WS-PICK-HEADING TO HEADLNO.
           MOVE WS-PAGE-DISPLAY TO PAGENOO.

           MOVE 1 TO WS-ROW.

       SP020.
           IF WS-ROW > 12
              GO TO SP030
           END-IF.

           COMPUTE WS-LOGICAL = ((WS-COMM-PAGE - 1) * 12) + WS-ROW.

           IF WS-LOGICAL > WS-PICK-COUNT
              MOVE SPACES TO CILNO(WS-ROW)
           ELSE
              MOVE WS-ROW                    TO WS-PKL-LINE-NO
              MOVE WS-PE-CUSTID(WS-LOGICAL)  TO WS-PKL-CUSTID
              MOVE WS-PE-NOM(WS-LOGICAL)     TO WS-PKL-NOM
              MOVE WS-PE-PRENOM(WS-LOGICAL)  TO WS-PKL-PRENOM
              MOVE WS-PE-VILLE(WS-LOGICAL)   TO WS-PKL-VILLE
              MOVE WS-PICK-LINE              TO CILNO(WS-ROW)
           END-IF.

           ADD 1 TO WS-ROW.
           GO TO SP020.

       SP030.
           IF TABLE-FULL
              MOVE SPACES TO MESSAGEO
              STRING 'Over 200 customers match - key more of the'
                     ' surname.'
                     DELIMITED BY SIZE
                     INTO MESSAGEO
           ELSE
              MOVE SPACES TO MESSAGEO
              STRING 'Key the line number of the customer and press'
                     ' Enter.'
                     DELIMITED BY SIZE
                     INTO MESSAGEO
           END-IF.

           MOVE -1 TO SELNOL.

       SP999.
           EXIT.


       BUILD-ACCOUNT-LIST SECTION.
       BA010.
      *
      *    Collect the accounts ACCTXREF links to the customer.  The
      *    cross-reference is keyed by account, so it is browsed
      *    start to finish and filtered on the customer ID, as
      *    BNKCUSTR reads it.
      *
           MOVE 0   TO WS-ACCT-COUNT.
           MOVE 'N' TO TABLE-FULL-SW.
           MOVE 'N' TO LIST-BUILT-SW.
           MOVE LOW-VALUES TO WS-XREF-BROWSE-KEY.

           EXEC CICS STARTBR
              FILE('ACCTXREF')
              RIDFLD(WS-XREF-BROWSE-KEY)
              GTEQ
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NOTFND)
              OR WS-CICS-RESP = DFHRESP(ENDFILE)
              GO TO BA040
           END-IF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE LOW-VALUES TO BNK1CIO
              MOVE 'Account cross-reference unavailable - please try aga
      -            'in later.'
                 TO MESSAGEO
              GO TO BA999
           END-IF.

       BA020.
           EXEC CICS READNEXT
              FILE('ACCTXREF')
              INTO(ACCTXREF-REC)
              RIDFLD(WS-XREF-BROWSE-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(ENDFILE)
              GO TO BA030
           END-IF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS ENDBR
                 FILE('ACCTXREF')
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
              END-EXEC
              MOVE LOW-VALUES TO BNK1CIO
              MOVE 'Account cross-reference unavailable - please try aga
      -            'in later.'
                 TO MESSAGEO
              GO TO BA999
           END-IF.

           IF XREF-CUST-ID NOT = WS-COMM-CUSTID
              GO TO BA020
           END-IF.

           IF WS-ACCT-COUNT = 100
              SET TABLE-FULL TO TRUE
              GO TO BA020
           END-IF.

           ADD 1 TO WS-ACCT-COUNT.
           MOVE WS-ACCT-COUNT TO WS-IDX.
           MOVE XREF-ACCNO    TO WS-AE-ACCNO(WS-IDX).
           MOVE 'N'           TO WS-AE-POS-SW(WS-IDX).
           MOVE ZERO          TO WS-AE-BALANCE(WS-IDX).
           MOVE ZERO          TO WS-AE-ROLLED(WS-IDX).
           MOVE ZERO          TO WS-AE-OK-COUNT(WS-IDX).
           MOVE ZERO          TO WS-AE-REJ-COUNT(WS-IDX).
           MOVE ZERO          TO WS-AE-NET(WS-IDX).

      *
      *    The position as at the last nightly roll.  An account
      *    with no position has not been rolled since it opened.
      *
           MOVE XREF-ACCNO TO ACCTPOS-ACCNO.

           EXEC CICS READ
              FILE('ACCTPOS')
              INTO(ACCTPOS-REC)
              RIDFLD(ACCTPOS-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL)
              MOVE 'Y'                 TO WS-AE-POS-SW(WS-IDX)
              MOVE ACCTPOS-BALANCE     TO WS-AE-BALANCE(WS-IDX)
              MOVE ACCTPOS-LAST-ROLLED TO WS-AE-ROLLED(WS-IDX)
           ELSE
              IF WS-CICS-RESP NOT = DFHRESP(NOTFND)
                 EXEC CICS ENDBR
                    FILE('ACCTXREF')
                    RESP(WS-CICS-RESP)
                    RESP2(WS-CICS-RESP2)
                 END-EXEC
                 MOVE LOW-VALUES TO BNK1CIO
                 MOVE 'Account positions unavailable - please try again
      -               'later.'
                    TO MESSAGEO
                 GO TO BA999
              END-IF
           END-IF.

           GO TO BA020.

       BA030.
           EXEC CICS ENDBR
              FILE('ACCTXREF')
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

       BA040.
           IF WS-ACCT-COUNT > ZERO
              PERFORM TODAYS-ACTIVITY
           ELSE
              SET LIST-BUILT TO TRUE
           END-IF.

       BA999.
           EXIT.


       TODAYS-ACTIVITY SECTION.
       TA010.
      *
      *    Add today's journal records to each account's line: the
      *    postings DBCRFUN accepted (counted, and netted into the
      *    day's movement) and the ones it or the status checks
      *    refused.  Balance inquiries move no money and are left
      *    out.  CRAJRNL is keyed by task number, so the day's
      *    journal is browsed once for all of the accounts.
      *
           PERFORM POPULATE-TIME-DATE.
           MOVE LOW-VALUES TO WS-JRNL-BROWSE-KEY.

           EXEC CICS STARTBR
              FILE('CRAJRNL')
              RIDFLD(WS-JRNL-BROWSE-KEY)
              GTEQ
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NOTFND)
              OR WS-CICS-RESP = DFHRESP(ENDFILE)
              GO TO TA040
           END-IF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE LOW-VALUES TO BNK1CIO
              MOVE 'Journal unavailable - please try again later.'
                 TO MESSAGEO
              GO TO TA999
           END-IF.

       TA020.
           EXEC CICS READNEXT
              FILE('CRAJRNL')
              INTO(CRAJRNL-REC)
              RIDFLD(WS-JRNL-BROWSE-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(ENDFILE)
              GO TO TA030
           END-IF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS ENDBR
                 FILE('CRAJRNL')
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
              END-EXEC
              MOVE LOW-VALUES TO BNK1CIO
              MOVE 'Journal unavailable - please try again later.'
                 TO MESSAGEO
              GO TO TA999
           END-IF.

           IF CRAJRNL-DATE NOT = WS-ORIG-DATE
              OR CRAJRNL-ACTN-INQUIRY
              GO TO TA020
           END-IF.

           MOVE 1 TO WS-IDX.

       TA025.
           IF WS-IDX > WS-ACCT-COUNT
              GO TO TA020
           END-IF.

           IF CRAJRNL-ACCNO NOT = WS-AE-ACCNO(WS-IDX)
              ADD 1 TO WS-IDX
              GO TO TA025
           END-IF.

           IF CRAJRNL-WAS-SUCCESS
              ADD 1           TO WS-AE-OK-COUNT(WS-IDX)
              ADD CRAJRNL-AMT TO WS-AE-NET(WS-IDX)
           ELSE
              ADD 1           TO WS-AE-REJ-COUNT(WS-IDX)
           END-IF.

           GO TO TA020.

       TA030.
           EXEC CICS ENDBR
              FILE('CRAJRNL')
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

       TA040.
           SET LIST-BUILT TO TRUE.

       TA999.
           EXIT.


       SHOW-CUSTOMER-PAGE SECTION.
       SC010.
      *
      *    The customer line from CUSTMST, then one line per account
      *    on the current page.
      *
           MOVE WS-ACCT-COUNT TO WS-LIST-COUNT.
           PERFORM SET-PAGE-RANGE.

           MOVE LOW-VALUES      TO BNK1CIO.
           MOVE SPACES          TO SELNOO.
           MOVE WS-COMM-CUSTID  TO CUSTIDO.
           MOVE WS-COMM-SURNAME TO SURNAMO.
           MOVE WS-ACCT-HEADING TO HEADLNO.
           MOVE WS-PAGE-DISPLAY TO PAGENOO.

           MOVE WS-COMM-CUSTID TO CUSTMST-ID.

           EXEC CICS READ
              FILE('CUSTMST')
              INTO(CUSTMST-REC)
              RIDFLD(CUSTMST-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL)
              MOVE CUSTMST-ID          TO WS-CUL-CUSTID
              MOVE CUSTMST-NOM         TO WS-CUL-NOM
              MOVE CUSTMST-PRENOM      TO WS-CUL-PRENOM
              MOVE CUSTMST-VILLE       TO WS-CUL-VILLE
              MOVE CUSTMST-CODE-POSTAL TO WS-CUL-CODE-POSTAL
              MOVE WS-CUST-LINE        TO CUSTLNO
           ELSE
              MOVE SPACES TO CUSTLNO
           END-IF.

           MOVE 1 TO WS-ROW.

       SC020.
           IF WS-ROW > 12
              GO TO SC030
           END-IF.

           COMPUTE WS-LOGICAL = ((WS-COMM-PAGE - 1) * 12) + WS-ROW.

           IF WS-LOGICAL > WS-ACCT-COUNT
              MOVE SPACES TO CILNO(WS-ROW)
           ELSE
              MOVE WS-ROW                   TO WS-ACL-LINE-NO
              MOVE WS-AE-ACCNO(WS-LOGICAL)  TO WS-ACL-ACCNO
              IF WS-AE-HAS-POS(WS-LOGICAL)
                 MOVE WS-AE-BALANCE(WS-LOGICAL) TO WS-BALANCE-EDIT
                 MOVE WS-BALANCE-EDIT           TO WS-ACL-BALANCE
                 MOVE WS-AE-ROLLED(WS-LOGICAL)  TO WS-ACL-ROLLED
              ELSE
                 MOVE '      NO POSITION'       TO WS-ACL-BALANCE
                 MOVE SPACES                    TO WS-ACL-ROLLED
              END-IF
              MOVE WS-AE-OK-COUNT(WS-LOGICAL)  TO WS-ACL-OK-COUNT
              MOVE WS-AE-NET(WS-LOGICAL)       TO WS-ACL-NET
              MOVE WS-AE-REJ-COUNT(WS-LOGICAL) TO WS-ACL-REJ-COUNT
              MOVE WS-ACCT-LINE                TO CILNO(WS-ROW)
           END-IF.

           ADD 1 TO WS-ROW.
           GO TO SC020.

       SC030.
           IF WS-ACCT-COUNT = ZERO
              MOVE 'No accounts are linked to this customer.'
                 TO MESSAGEO
              MOVE -1 TO CUSTIDL
              GO TO SC999
           END-IF.

           IF TABLE-FULL
              MOVE SPACES TO MESSAGEO
              STRING 'Display limited to the first 100 accounts -'
                     ' BNKCUSTR lists them all.'
                     DELIMITED BY SIZE
                     INTO MESSAGEO
           ELSE
              MOVE SPACES TO MESSAGEO
              STRING 'Key the line number of an account to see its'
                     ' activity.'
                     DELIMITED BY SIZE
                     INTO MESSAGEO
           END-IF.

           MOVE -1 TO SELNOL.

       SC999.
           EXIT.


       SET-PAGE-RANGE SECTION.
       SPR010.
      *
      *    Work out how many pages WS-LIST-COUNT entries make and
      *    clamp the requested page into range.
      *
           COMPUTE WS-TOTAL-PAGES = (WS-LIST-COUNT + 11) / 12.
           IF WS-TOTAL-PAGES < 1
              MOVE 1 TO WS-TOTAL-PAGES
           END-IF.

           IF WS-COMM-PAGE > WS-TOTAL-PAGES
              MOVE WS-TOTAL-PAGES TO WS-COMM-PAGE
           END-IF.
           IF WS-COMM-PAGE < 1
              MOVE 1 TO WS-COMM-PAGE
           END-IF.

           MOVE WS-COMM-PAGE   TO WS-PAGE-DISP-NO.
           MOVE WS-TOTAL-PAGES TO WS-PAGE-DISP-MAX.

       SPR999.
           EXIT.


       HAND-OVER-TO-JNL SECTION.
       HO010.
      *
      *    Pass the chosen account to the Account Activity inquiry,
      *    which shows its first page straight away.  BNK1JNL takes
      *    the conversation from here - PF3 there returns to the
      *    main menu as it always has.
      *
           MOVE WS-AE-ACCNO(WS-LOGICAL) TO WS-JNL-COMM-ACCNO.
           MOVE 1                       TO WS-JNL-COMM-PAGE.

           EXEC CICS XCTL
              PROGRAM(WS-JNL-PGM)
              COMMAREA(WS-JNL-COMM-AREA)
              LENGTH(11)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

      *
      *    Only reached if the transfer failed - stay on this
      *    screen and say so.
      *
           PERFORM SHOW-CUSTOMER-PAGE.
           MOVE 'Account activity unavailable - please try again later.'
              TO MESSAGEO.

       HO999.
           EXIT.


       SEND-MAP SECTION.
       SM010.
      *
      *    If the map needs to have its data erased
      *
           IF SEND-ERASE
              EXEC CICS SEND MAP('BNK1CI')
                 MAPSET('BNK1CIM')
                 FROM(BNK1CIO)
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
                 MOVE 'BNK1CIN - SM010 - SEND MAP ERASE FAIL '
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
              EXEC CICS SEND MAP('BNK1CI')
                 MAPSET('BNK1CIM')
                 FROM(BNK1CIO)
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
                 MOVE 'BNK1CIN - SM010 - SEND MAP DATAONLY ALARM FAIL '
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
              MOVE 'BNK1CIN - STM010 - SEND TEXT FAIL'
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

       PTD999.
           EXIT.
