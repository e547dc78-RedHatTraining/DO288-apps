      ******************************************************************
      * DISPCASE - dispute/chargeback case file, one record per case,
      * keyed on the case number.  BNK1DSP opens a case against one
      * CRAJRNL leg (task number, timestamp, account and leg number -
      * the journal's own key, as BNK1JNL and the BNKRSRCH research
      * packs show it) and carries it through provisional credit to
      * resolution; BNKDSPAG reports the open cases nightly.
      *
      * Case status:
      *   O - open, claim recorded, no money moved;
      *   P - provisional credit granted and still outstanding;
      *   F - resolved for the customer, provisional credit made
      *       final (confirmed);
      *   R - resolved against the customer, provisional credit
      *       debited back (reversed);
      *   D - resolved against the customer before any credit was
      *       granted (declined).
      *
      * The leg is verified against the online journal when the
      * case is opened the same day as the posting (leg source 'J').
      * Once BNKEODJ has archived the day the leg can't be read
      * online, so the amount and posting date are taken as keyed
      * from the research pack (leg source 'K').  The amount in
      * dispute is held unsigned, whichever way the leg went.
      *
      * Record key zero is the control record, not a case: it holds
      * the last case number handed out, read for update and bumped
      * by BNK1DSP for every case it opens.
      ******************************************************************
           03 DISPCASE-KEY.
              05 DISPCASE-CASENO       PIC 9(8).
                 88 DISPCASE-CONTROL-REC     VALUE ZERO.
           03 DISPCASE-LEG-KEY.
              05 DISPCASE-LEG-TASKNO   PIC 9(7).
              05 DISPCASE-LEG-UTIME    PIC S9(15) COMP-3.
              05 DISPCASE-LEG-ACCNO    PIC X(8).
              05 DISPCASE-LEG-NO       PIC 9(1).
           03 DISPCASE-CONTROL-DATA REDEFINES DISPCASE-LEG-KEY.
              05 DISPCASE-LAST-CASENO  PIC 9(8).
              05 FILLER                PIC X(16).
           03 DISPCASE-LEG-SOURCE      PIC X(1).
              88 DISPCASE-LEG-ONLINE         VALUE 'J'.
              88 DISPCASE-LEG-KEYED          VALUE 'K'.
           03 DISPCASE-LEG-DATE        PIC 9(8).
           03 DISPCASE-LEG-AMT         PIC S9(10)V99.
           03 DISPCASE-CLAIM           PIC X(60).
           03 DISPCASE-STATUS          PIC X(1).
              88 DISPCASE-OPEN               VALUE 'O'.
              88 DISPCASE-PROV-CREDITED      VALUE 'P'.
              88 DISPCASE-CONFIRMED          VALUE 'F'.
              88 DISPCASE-REVERSED           VALUE 'R'.
              88 DISPCASE-DECLINED           VALUE 'D'.
              88 DISPCASE-UNRESOLVED         VALUE 'O' 'P'.
           03 DISPCASE-OPENED.
              05 DISPCASE-OPENED-DATE  PIC 9(8).
              05 DISPCASE-OPENED-USERID PIC X(8).
           03 DISPCASE-PROV.
              05 DISPCASE-PROV-AMT     PIC S9(10)V99.
              05 DISPCASE-PROV-DATE    PIC 9(8).
              05 DISPCASE-PROV-SUPER   PIC X(8).
              05 DISPCASE-PROV-TASKNO  PIC 9(7).
              05 DISPCASE-PROV-UTIME   PIC S9(15) COMP-3.
           03 DISPCASE-RESOLVED.
              05 DISPCASE-RESOLVED-DATE PIC 9(8).
              05 DISPCASE-RESOLVED-SUPER PIC X(8).
