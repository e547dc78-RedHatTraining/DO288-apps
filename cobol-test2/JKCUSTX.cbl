      *****************************************************************
      * Extraction du referentiel client : copie chaque ligne de
      * DB_UTILISATEUR (ID, NOM, PRENOM, EMAIL, PAYS, VILLE,
      * CODE_POSTAL, CLUB) vers le fichier indexe CUSTMST, cle sur
      * l'ID.  Le fichier est reconstruit en entier a chaque
      * execution - pas de mise a jour differentielle a fiabiliser.
      *
      * C'est par cet extrait que la suite bancaire BNK* (BNKSTMT,
      * BNKCUSTR, via la table de correspondance ACCTXREF) imprime
      * SQL.  Les colonnes VARCHAR longues sont tronquees aux
      * largeurs d'impression du CUSTMST.
      *
      * Le palier de fidelite (CLUB, tenu par JKLOYAL) est repris
      * pour que BNKFEES applique les exonerations de frais du
      * palier sans acceder a la base.
      *
      * Historique des modifications
      *   2026-09-02  jc  Creation du programme.
      *   2026-10-15  jc  Extraction du palier de fidelite (CLUB).
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. JKCUSTX.
           05 WS-PAYS            PIC X(255).
           05 WS-VILLE           PIC X(255).
           05 WS-CODE-POSTAL     PIC X(005).
           05 WS-CLUB            PIC X(050).

      *
      *    Zone de parametres du sous-programme BNKRNCTL : chaque lot
                     EMAIL VARCHAR(255) NOT NULL,
                     PAYS VARCHAR(255) NOT NULL,
                     VILLE VARCHAR(255) NOT NULL,
                     CODE_POSTAL VARCHAR(005) NOT NULL,
                     CLUB CHAR(050) NOT NULL BY DEFAULT
                    )
           END-EXEC.
      *
                       EMAIL,
                       PAYS,
                       VILLE,
                       CODE_POSTAL,
                       CLUB
                FROM DB_UTILISATEUR
           END-EXEC.
      *
           MOVE WS-PAYS(1:15)        TO CUSTMST-PAYS.
           MOVE WS-VILLE(1:20)       TO CUSTMST-VILLE.
           MOVE WS-CODE-POSTAL       TO CUSTMST-CODE-POSTAL.
           MOVE WS-CLUB(1:20)        TO CUSTMST-CLUB.

           WRITE CUSTMST-REC.
           IF NOT WS-CUSTMST-OK
                       :WS-EMAIL,
                       :WS-PAYS,
                       :WS-VILLE,
                       :WS-CODE-POSTAL,
                       :WS-CLUB
           END-EXEC
           IF SQLCODE NOT = 100 AND ZEROES
              DISPLAY 'ERROR PROGRAMME LECTURE TABLE DB_UTILISATEUR'
