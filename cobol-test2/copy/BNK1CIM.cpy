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
      * BNK1CIM - symbolic map for the BNK1CI map (customer inquiry
      * screen), mapset BNK1CIM.  Generated layout - BNK1CII carries
      * the attribute/length bytes needed on RECEIVE MAP, BNK1CIO
      * redefines the same storage for SEND MAP.  The customer ID,
      * surname and line-selection fields are the input fields; the
      * customer line, column heading and twelve list lines are
      * output only.  The list lines are generated as an OCCURS
      * group, the way BMS lays out a map field coded with OCCURS,
      * and carry either the surname pick list or the customer's
      * accounts - the heading line says which.
      ******************************************************************
       01  BNK1CII.
           02 FILLER                    PIC X(12).
           02 CUSTIDL                   COMP PIC S9(4).
           02 CUSTIDF                   PICTURE X.
           02 FILLER REDEFINES CUSTIDF.
              03 CUSTIDA                PICTURE X.
           02 CUSTIDI                   PICTURE X(6).
           02 SURNAML                   COMP PIC S9(4).
           02 SURNAMF                   PICTURE X.
           02 FILLER REDEFINES SURNAMF.
              03 SURNAMA                PICTURE X.
           02 SURNAMI                   PICTURE X(30).
           02 SELNOL                    COMP PIC S9(4).
           02 SELNOF                    PICTURE X.
           02 FILLER REDEFINES SELNOF.
              03 SELNOA                 PICTURE X.
           02 SELNOI                    PICTURE X(2).
           02 PAGENOL                   COMP PIC S9(4).
           02 PAGENOF                   PICTURE X.
           02 FILLER REDEFINES PAGENOF.
              03 PAGENOA                PICTURE X.
           02 PAGENOI                   PICTURE X(13).
           02 CUSTLNL                   COMP PIC S9(4).
           02 CUSTLNF                   PICTURE X.
           02 FILLER REDEFINES CUSTLNF.
              03 CUSTLNA                PICTURE X.
           02 CUSTLNI                   PICTURE X(75).
           02 HEADLNL                   COMP PIC S9(4).
           02 HEADLNF                   PICTURE X.
           02 FILLER REDEFINES HEADLNF.
              03 HEADLNA                PICTURE X.
           02 HEADLNI                   PICTURE X(75).
           02 CILNGRPI OCCURS 12 TIMES.
              03 CILNL                  COMP PIC S9(4).
              03 CILNF                  PICTURE X.
              03 CILNI                  PICTURE X(75).
           02 MESSAGEL                  COMP PIC S9(4).
           02 MESSAGEF                  PICTURE X.
           02 FILLER REDEFINES MESSAGEF.
              03 MESSAGEA               PICTURE X.
           02 MESSAGEI                  PICTURE X(90).

       01  BNK1CIO REDEFINES BNK1CII.
           02 FILLER                    PICTURE X(12).
           02 FILLER                    PICTURE X(3).
           02 CUSTIDO                   PICTURE X(6).
           02 FILLER                    PICTURE X(3).
           02 SURNAMO                   PICTURE X(30).
           02 FILLER                    PICTURE X(3).
           02 SELNOO                    PICTURE X(2).
           02 FILLER                    PICTURE X(3).
           02 PAGENOO                   PICTURE X(13).
           02 FILLER                    PICTURE X(3).
           02 CUSTLNO                   PICTURE X(75).
           02 FILLER                    PICTURE X(3).
           02 HEADLNO                   PICTURE X(75).
           02 CILNGRPO OCCURS 12 TIMES.
              03 FILLER                 PICTURE X(3).
              03 CILNO                  PICTURE X(75).
           02 FILLER                    PICTURE X(3).
           02 MESSAGEO                  PICTURE X(90).
