      * print customer names and addresses without touching the SQL
      * database.  The long VARCHAR columns are truncated to print
      * widths here - the full values stay in DB_UTILISATEUR.
      *
      * The loyalty tier (CLUB, kept up to date by JKLOYAL) rides
      * along so BNKFEES can apply the tier's fee waivers without
      * reaching into the database.
      ******************************************************************
           03 CUSTMST-KEY.
              05 CUSTMST-ID            PIC 9(6).
           03 CUSTMST-PAYS             PIC X(15).
           03 CUSTMST-VILLE            PIC X(20).
           03 CUSTMST-CODE-POSTAL      PIC X(5).
           03 CUSTMST-CLUB             PIC X(20).
