      * amount range, optional user ID - and produces one formatted
      * research pack per request: every matching journal leg with
      * its date, time, user, leg number, amount, action code,
      * success/fail code, its task number and timestamp (which with
      * the account and leg number make up the journal key a dispute
      * case is opened against on BNK1DSP), and the original
      * currency, amount and rate when the posting was a conversion.
      *
      * The JCL concatenates the BNKEODJ archive generations to
      * research onto ARCHIN; trailer records are skipped the same
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-FAIL                  PIC X(01).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-TASKNO                PIC 9(07).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-UTIME                 PIC 9(15).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-CONVERSION            PIC X(40).
          03 FILLER                    PIC X(06) VALUE SPACES.

       01 WS-PACK-FOOTER.
          03 FILLER                    PIC X(20) VALUE
           MOVE CRAJRNL-ACTION    TO DET-ACTION.
           MOVE CRAJRNL-SUCCESS   TO DET-SUCCESS.
           MOVE CRAJRNL-FAIL-CODE TO DET-FAIL.
           MOVE CRAJRNL-TASKNO    TO DET-TASKNO.
           MOVE CRAJRNL-UTIME-KEY TO DET-UTIME.

      *
      *    A posting keyed in a foreign currency carries its
