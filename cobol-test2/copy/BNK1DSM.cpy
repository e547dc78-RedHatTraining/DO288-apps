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
      * BNK1DSM - symbolic map for the BNK1DS map (dispute case
      * screen), mapset BNK1DSM.  Generated layout - BNK1DSI carries
      * the attribute/length bytes needed on RECEIVE MAP, BNK1DSO
      * redefines the same storage for SEND MAP.  The six case detail
      * lines are generated as an OCCURS group, the way BMS lays out a
      * map field coded with OCCURS.
      ******************************************************************
       01  BNK1DSI.
           02 FILLER                    PIC X(12).
           02 ACTNL                     COMP PIC S9(4).
           02 ACTNF                     PICTURE X.
           02 FILLER REDEFINES ACTNF.
              03 ACTNA                  PICTURE X.
           02 ACTNI                     PICTURE X(1).
           02 CASENOL                   COMP PIC S9(4).
           02 CASENOF                   PICTURE X.
           02 FILLER REDEFINES CASENOF.
              03 CASENOA                PICTURE X.
           02 CASENOI                   PICTURE X(8).
           02 TASKNOL                   COMP PIC S9(4).
           02 TASKNOF                   PICTURE X.
           02 FILLER REDEFINES TASKNOF.
              03 TASKNOA                PICTURE X.
           02 TASKNOI                   PICTURE X(7).
           02 UTIMEL                    COMP PIC S9(4).
           02 UTIMEF                    PICTURE X.
           02 FILLER REDEFINES UTIMEF.
              03 UTIMEA                 PICTURE X.
           02 UTIMEI                    PICTURE X(15).
           02 ACCNOL                    COMP PIC S9(4).
           02 ACCNOF                    PICTURE X.
           02 FILLER REDEFINES ACCNOF.
              03 ACCNOA                 PICTURE X.
           02 ACCNOI                    PICTURE X(8).
           02 LEGNOL                    COMP PIC S9(4).
           02 LEGNOF                    PICTURE X.
           02 FILLER REDEFINES LEGNOF.
              03 LEGNOA                 PICTURE X.
           02 LEGNOI                    PICTURE X(1).
           02 LEGDTL                    COMP PIC S9(4).
           02 LEGDTF                    PICTURE X.
           02 FILLER REDEFINES LEGDTF.
              03 LEGDTA                 PICTURE X.
           02 LEGDTI                    PICTURE X(8).
           02 AMTL                      COMP PIC S9(4).
           02 AMTF                      PICTURE X.
           02 FILLER REDEFINES AMTF.
              03 AMTA                   PICTURE X.
           02 AMTI                      PICTURE X(13).
           02 CLAIML                    COMP PIC S9(4).
           02 CLAIMF                    PICTURE X.
           02 FILLER REDEFINES CLAIMF.
              03 CLAIMA                 PICTURE X.
           02 CLAIMI                    PICTURE X(60).
           02 SUPIDL                    COMP PIC S9(4).
           02 SUPIDF                    PICTURE X.
           02 FILLER REDEFINES SUPIDF.
              03 SUPIDA                 PICTURE X.
           02 SUPIDI                    PICTURE X(8).
           02 OVRIDL                    COMP PIC S9(4).
           02 OVRIDF                    PICTURE X.
           02 FILLER REDEFINES OVRIDF.
              03 OVRIDA                 PICTURE X.
           02 OVRIDI                    PICTURE X(6).
           02 CLNGRPI OCCURS 6 TIMES.
              03 CLNL                   COMP PIC S9(4).
              03 CLNF                   PICTURE X.
              03 CLNI                   PICTURE X(75).
           02 MESSAGEL                  COMP PIC S9(4).
           02 MESSAGEF                  PICTURE X.
           02 FILLER REDEFINES MESSAGEF.
              03 MESSAGEA               PICTURE X.
           02 MESSAGEI                  PICTURE X(90).

       01  BNK1DSO REDEFINES BNK1DSI.
           02 FILLER                    PICTURE X(12).
           02 FILLER                    PICTURE X(3).
           02 ACTNO                     PICTURE X(1).
           02 FILLER                    PICTURE X(3).
           02 CASENOO                   PICTURE X(8).
           02 FILLER                    PICTURE X(3).
           02 TASKNOO                   PICTURE X(7).
           02 FILLER                    PICTURE X(3).
           02 UTIMEO                    PICTURE X(15).
           02 FILLER                    PICTURE X(3).
           02 ACCNOO                    PICTURE X(8).
           02 FILLER                    PICTURE X(3).
           02 LEGNOO                    PICTURE X(1).
           02 FILLER                    PICTURE X(3).
           02 LEGDTO                    PICTURE X(8).
           02 FILLER                    PICTURE X(3).
           02 AMTO                      PICTURE X(13).
           02 FILLER                    PICTURE X(3).
           02 CLAIMO                    PICTURE X(60).
           02 FILLER                    PICTURE X(3).
           02 SUPIDO                    PICTURE X(8).
           02 FILLER                    PICTURE X(3).
           02 OVRIDO                    PICTURE X(6).
           02 CLNGRPO OCCURS 6 TIMES.
              03 FILLER                 PICTURE X(3).
              03 CLNO                   PICTURE X(75).
           02 FILLER                    PICTURE X(3).
           02 MESSAGEO                  PICTURE X(90).
