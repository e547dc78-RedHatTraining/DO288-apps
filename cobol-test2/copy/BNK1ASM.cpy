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
      * BNK1ASM - symbolic map for the BNK1AS map (ACCTSTS account
      * status maintenance screen), mapset BNK1ASM.  Generated
      * layout - BNK1ASI carries the attribute/length bytes needed on
      * RECEIVE MAP, BNK1ASO redefines the same storage for SEND MAP.
      * The ten list lines are generated as an OCCURS group, the way
      * BMS lays out a map field coded with OCCURS.
      ******************************************************************
       01  BNK1ASI.
           02 FILLER                    PIC X(12).
           02 ACCNOL                    COMP PIC S9(4).
           02 ACCNOF                    PICTURE X.
           02 FILLER REDEFINES ACCNOF.
              03 ACCNOA                 PICTURE X.
           02 ACCNOI                    PICTURE X(8).
           02 ACTNL                     COMP PIC S9(4).
           02 ACTNF                     PICTURE X.
           02 FILLER REDEFINES ACTNF.
              03 ACTNA                  PICTURE X.
           02 ACTNI                     PICTURE X(1).
           02 REASONL                   COMP PIC S9(4).
           02 REASONF                   PICTURE X.
           02 FILLER REDEFINES REASONF.
              03 REASONA                PICTURE X.
           02 REASONI                   PICTURE X(30).
           02 EFFDTL                    COMP PIC S9(4).
           02 EFFDTF                    PICTURE X.
           02 FILLER REDEFINES EFFDTF.
              03 EFFDTA                 PICTURE X.
           02 EFFDTI                    PICTURE X(8).
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
           02 ALNGRPI OCCURS 10 TIMES.
              03 ALNL                   COMP PIC S9(4).
              03 ALNF                   PICTURE X.
              03 ALNI                   PICTURE X(65).
           02 MESSAGEL                  COMP PIC S9(4).
           02 MESSAGEF                  PICTURE X.
           02 FILLER REDEFINES MESSAGEF.
              03 MESSAGEA               PICTURE X.
           02 MESSAGEI                  PICTURE X(90).

       01  BNK1ASO REDEFINES BNK1ASI.
           02 FILLER                    PICTURE X(12).
           02 FILLER                    PICTURE X(3).
           02 ACCNOO                    PICTURE X(8).
           02 FILLER                    PICTURE X(3).
           02 ACTNO                     PICTURE X(1).
           02 FILLER                    PICTURE X(3).
           02 REASONO                   PICTURE X(30).
           02 FILLER                    PICTURE X(3).
           02 EFFDTO                    PICTURE X(8).
           02 FILLER                    PICTURE X(3).
           02 SUPIDO                    PICTURE X(8).
           02 FILLER                    PICTURE X(3).
           02 OVRIDO                    PICTURE X(6).
           02 ALNGRPO OCCURS 10 TIMES.
              03 FILLER                 PICTURE X(3).
              03 ALNO                   PICTURE X(65).
           02 FILLER                    PICTURE X(3).
           02 MESSAGEO                  PICTURE X(90).
