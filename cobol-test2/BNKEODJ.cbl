      * application.  Copies the day's CRAJRNL records to the dated
      * archive dataset (the JCL points CRAARCH at a new generation
      * each business day), writes a trailer carrying the record
      * count, a hash total of CRAJRNL-AMT per action code and the
      * business date, then reads the archive back and proves the
      * totals before - and only before - emptying the online
      * journal for the next day.
      *
      * The run refuses to start unless the RECONFLG dataset stamped
      * by BNKRECON carries today's date, so an unreconciled journal
      * The archive carries the day's journal records unchanged plus
      * one trailer record, distinguished by the marker in the first
      * eight bytes where a journal record always has a numeric task
      * number.  The trailer also carries the business date the
      * generation closes off, so a generation read on its own - by
      * BNKPOSRC rebuilding positions from a run of concatenated
      * generations - still says which day it is, even when the day
      * had no journal records at all.
      *
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
           03 ARCH-TRL-HASH-T           PIC S9(13)V99.
           03 ARCH-TRL-HASH-I           PIC S9(13)V99.
           03 ARCH-TRL-HASH-OTH         PIC S9(13)V99.
           03 ARCH-TRL-BUS-DATE         PIC 9(8).
           03 FILLER                    PIC X(26).

       FD  RECON-FLAG
           RECORDING MODE IS F.
           MOVE WS-P1-HASH-T    TO ARCH-TRL-HASH-T.
           MOVE WS-P1-HASH-I    TO ARCH-TRL-HASH-I.
           MOVE WS-P1-HASH-OTH  TO ARCH-TRL-HASH-OTH.
           MOVE WS-RUN-DATE     TO ARCH-TRL-BUS-DATE.

           WRITE ARCHIVE-TRAILER-REC.
           IF NOT WS-ARCHIVE-OK
