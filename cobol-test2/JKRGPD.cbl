      *****************************************************************
      * Licensed Materials - Property of IBM                          *
      *                                                               *
      * JKRGPD.cbl                                                    *
      *                                                               *
      * (c) Copyright IBM Corporation 2008                            *
      * U.S. Government Users Restricted Rights:  Use, duplication    *
      * or disclosure                                                 *
      *                                                               *
      *****************************************************************
      * Traitement des demandes des personnes concernees au titre de
      * la protection des donnees : droit d'acces et droit a
      * l'effacement.  Chaque carte porte l'identifiant
      * DB_UTILISATEUR, le type de demande (A=acces, E=effacement)
      * et la reference du dossier.
      *
      * Pour toute demande le lot produit le dossier complet de la
      * personne, partout ou elle figure : la ligne DB_UTILISATEUR
      * (NOM, PRENOM, EMAIL, DATE_NAISSANCE, SEXE, PAYS, VILLE,
      * CODE_POSTAL, NOMBRE_ACHAT, CLUB), l'enregistrement de
      * l'extrait CUSTMST, ses comptes de la table de correspondance
      * ACCTXREF avec le solde ACCTPOS et l'etat ACCTSTS de chacun,
      * puis toutes les ecritures de ces comptes dans les archives
      * du journal (generations BNKEODJ concatenees sur ARCHIN,
      * relues une fois par carte comme le fait BNKRSRCH).
      *
      * Une demande d'effacement anonymise ensuite la ligne de la
      * base et l'enregistrement CUSTMST - sauf si l'un des comptes
      * a encore un solde non nul ou est sous blocage juridique
      * (etat 'H' de ACCTSTS : decision de justice, succession,
      * obligation de conservation).  La demande bloquee part dans
      * la liste de rejets avec son motif ; le dossier d'acces est
      * produit quand meme.  Sont effaces le nom, le prenom,
      * l'EMAIL, la date de naissance et l'adresse ; le SEXE, le
      * NOMBRE_ACHAT et le CLUB restent, ils ne permettent plus
      * d'identifier personne et alimentent les statistiques.  Les
      * valeurs de remplacement sont propres a l'identifiant et
      * passent les controles de JKUTIL, pour que la ligne effacee
      * ne retombe ni dans son rapport d'exceptions ni dans les
      * candidats doublons de JKDUPS.
      *
      * Chaque effacement applique produit ses lignes d'audit
      * avant/apres, comme JKCORR et JKMERGE : base avant, extrait
      * avant, base apres, extrait apres.
      *
      * Historique des modifications
      *   2026-10-15  jc  Creation du programme.
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. JKRGPD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-SERIES.
       OBJECT-COMPUTER. IBM-SERIES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE     ASSIGN TO JKRGPDIN
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-REQ-STATUS.

           SELECT CUSTMST-FILE     ASSIGN TO CUSTMST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUSTMST-KEY
              FILE STATUS IS WS-CUSTMST-STATUS.

           SELECT ACCTXREF-FILE    ASSIGN TO ACCTXREF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS XREF-KEY
              FILE STATUS IS WS-XREF-STATUS.

           SELECT ACCTPOS-FILE     ASSIGN TO ACCTPOS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACCTPOS-KEY
              FILE STATUS IS WS-ACCTPOS-STATUS.

           SELECT ACCTSTS-FILE     ASSIGN TO ACCTSTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACCTSTS-KEY
              FILE STATUS IS WS-ACCTSTS-STATUS.

           SELECT ARCHIVE-FILE     ASSIGN TO ARCHIN
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT PACK-REPORT      ASSIGN TO JKRPACK
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-PACK-STATUS.

           SELECT AUDIT-REPORT     ASSIGN TO JKRAUDIT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REJECT-REPORT    ASSIGN TO JKRREJ
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-REJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      *    Carte de demande : l'identifiant DB_UTILISATEUR, le type
      *    de demande, puis la reference du dossier de la personne
      *    (reprise sur le dossier, l'audit et les rejets).
      *
       FD  REQUEST-FILE
           RECORDING MODE IS F.
       01  REQUEST-CARD.
           05 REQ-ID                 PIC X(006).
           05 FILLER                 PIC X(001).
           05 REQ-TYPE               PIC X(001).
              88 REQ-TYPE-ACCES                 VALUE 'A'.
              88 REQ-TYPE-EFFACEMENT            VALUE 'E'.
           05 FILLER                 PIC X(001).
           05 REQ-REF                PIC X(020).
           05 FILLER                 PIC X(051).

       FD  CUSTMST-FILE.
       01  CUSTMST-REC.
           COPY CUSTMST.

       FD  ACCTXREF-FILE.
       01  ACCTXREF-REC.
           COPY ACCTXREF.

       FD  ACCTPOS-FILE.
       01  ACCTPOS-REC.
           COPY ACCTPOS.

       FD  ACCTSTS-FILE.
       01  ACCTSTS-REC.
           COPY ACCTSTS.

      *
      *    L'enregistrement brut de l'archive, de la longueur du
      *    CRAJRNL de WS-JRNL-REC ou il est decoupe.
      *
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RAW               PIC X(111).

       FD  PACK-REPORT
           RECORDING MODE IS F.
       01  PACK-REPORT-LINE          PIC X(132).

       FD  AUDIT-REPORT
           RECORDING MODE IS F.
       01  AUDIT-REPORT-LINE         PIC X(132).

       FD  REJECT-REPORT
           RECORDING MODE IS F.
       01  REJECT-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FIN-REQ-SW              PIC X         VALUE 'N'.
           88 WS-LEC-REQ                          VALUE 'N'.
           88 WS-FIN-REQ                          VALUE 'Y'.
       01 WS-FIN-XREF-SW             PIC X         VALUE 'N'.
           88 WS-FIN-XREF                         VALUE 'Y'.
       01 WS-FIN-ARCHIVE-SW          PIC X         VALUE 'N'.
           88 WS-FIN-ARCHIVE                      VALUE 'Y'.
      *
       01 WS-REQ-STATUS               PIC X(002)      VALUE SPACES.
          88 WS-REQ-OK                               VALUE '00'.
          88 WS-REQ-EOF-STATUS                       VALUE '10'.
       01 WS-CUSTMST-STATUS           PIC X(002)      VALUE SPACES.
          88 WS-CUSTMST-OK                           VALUE '00'.
          88 WS-CUSTMST-NOTFND                       VALUE '23'.
       01 WS-XREF-STATUS              PIC X(002)      VALUE SPACES.
          88 WS-XREF-OK                              VALUE '00'.
          88 WS-XREF-EOF-STATUS                      VALUE '10'.
          88 WS-XREF-NOTFND                          VALUE '23'.
       01 WS-ACCTPOS-STATUS           PIC X(002)      VALUE SPACES.
          88 WS-ACCTPOS-OK                           VALUE '00'.
          88 WS-ACCTPOS-NOTFND                       VALUE '23'.
       01 WS-ACCTSTS-STATUS           PIC X(002)      VALUE SPACES.
          88 WS-ACCTSTS-OK                           VALUE '00'.
          88 WS-ACCTSTS-NOTFND                       VALUE '23'.
          88 WS-ACCTSTS-NOFILE                       VALUE '35'.
       01 WS-ARCHIVE-STATUS           PIC X(002)      VALUE SPACES.
          88 WS-ARCHIVE-OK                           VALUE '00'.
          88 WS-ARCHIVE-EOF-STATUS                   VALUE '10'.
       01 WS-PACK-STATUS              PIC X(002)      VALUE SPACES.
          88 WS-PACK-OK                              VALUE '00'.
       01 WS-AUDIT-STATUS             PIC X(002)      VALUE SPACES.
          88 WS-AUDIT-OK                             VALUE '00'.
       01 WS-REJ-STATUS               PIC X(002)      VALUE SPACES.
          88 WS-REJ-OK                               VALUE '00'.

       01 WS-REQ-OPEN-SW              PIC X           VALUE 'N'.
          88 WS-REQ-OPEN                              VALUE 'Y'.
       01 WS-CUSTMST-OPEN-SW          PIC X           VALUE 'N'.
          88 WS-CUSTMST-OPEN                          VALUE 'Y'.
       01 WS-XREF-OPEN-SW             PIC X           VALUE 'N'.
          88 WS-XREF-OPEN                             VALUE 'Y'.
       01 WS-ACCTPOS-OPEN-SW          PIC X           VALUE 'N'.
          88 WS-ACCTPOS-OPEN                          VALUE 'Y'.
       01 WS-ACCTSTS-OPEN-SW          PIC X           VALUE 'N'.
          88 WS-ACCTSTS-OPEN                          VALUE 'Y'.
       01 WS-ARCHIVE-OPEN-SW          PIC X           VALUE 'N'.
          88 WS-ARCHIVE-OPEN                          VALUE 'Y'.
       01 WS-PACK-OPEN-SW             PIC X           VALUE 'N'.
          88 WS-PACK-OPEN                             VALUE 'Y'.
       01 WS-AUDIT-OPEN-SW            PIC X           VALUE 'N'.
          88 WS-AUDIT-OPEN                            VALUE 'Y'.
       01 WS-REJ-OPEN-SW              PIC X           VALUE 'N'.
          88 WS-REJ-OPEN                              VALUE 'Y'.

      *
      *    Une demande d'effacement est rare : elle est validee
      *    (COMMIT) aussitot appliquee.  Leve entre l'UPDATE de la
      *    base et la reecriture de l'extrait, pour que la fin
      *    anormale fasse un ROLLBACK plutot que de valider une base
      *    effacee dont l'extrait garde encore le nom - meme
      *    discipline que JKMERGE.  La carte se rejoue a la reprise.
      *
       01 WS-ROLLBACK-SW              PIC X           VALUE 'N'.
          88 WS-ROLLBACK-NEEDED                       VALUE 'Y'.

      *
      *    Validation de la carte.
      *
       01 WS-CARD-VALID-SW            PIC X          VALUE 'Y'.
          88 WS-CARD-VALID                          VALUE 'Y'.
       01 WS-EXCEPTION-REASON         PIC X(060)     VALUE SPACES.

      *
      *    Blocage de l'effacement : le premier compte qui l'empeche
      *    donne le motif.
      *
       01 WS-ERASE-BLOCKED-SW         PIC X          VALUE 'N'.
          88 WS-ERASE-BLOCKED                       VALUE 'Y'.
       01 WS-BLOCK-REASON             PIC X(060)     VALUE SPACES.

      *
      *    Les comptes de la personne, pour la relecture des
      *    archives.  Au-dela de la table, les comptes sont listes
      *    et controles pour l'effacement mais leurs ecritures ne
      *    sont pas recherchees - le dossier est alors signale
      *    incomplet dans la liste de rejets.
      *
       01 WS-ACCT-MAX                 PIC 9(003) COMP VALUE 100.
       01 WS-ACCT-COUNT               PIC 9(003) COMP VALUE ZERO.
       01 WS-ACCT-SUB                 PIC 9(003) COMP VALUE ZERO.
       01 WS-ACCT-OVERFLOW-SW         PIC X          VALUE 'N'.
          88 WS-ACCT-OVERFLOW                       VALUE 'Y'.
       01 WS-ACCT-FOUND-SW            PIC X          VALUE 'N'.
          88 WS-ACCT-FOUND                          VALUE 'Y'.
       01 WS-ACCT-TABLE.
          05 WS-ACCT-NO OCCURS 100 TIMES
                                      PIC X(008).

      *
      *    L'enregistrement journal decoupe de l'archive.
      *
       01 WS-JRNL-REC.
           COPY CRAJRNL.

      *
      *    Compteurs du dossier en cours et du traitement.
      *
       01 WS-PACK-ACCOUNTS            PIC 9(007) COMP VALUE ZERO.
       01 WS-PACK-LEGS                PIC 9(007) COMP VALUE ZERO.
       01 WS-CARDS-READ               PIC 9(007) COMP VALUE ZERO.
       01 WS-PACKS-WRITTEN            PIC 9(007) COMP VALUE ZERO.
       01 WS-ERASED-COUNT             PIC 9(007) COMP VALUE ZERO.
       01 WS-REJECT-COUNT             PIC 9(007) COMP VALUE ZERO.

       01 WS-CNT-DISPLAY              PIC ZZZ,ZZ9.
       01 WS-BAL-DISPLAY              PIC +9(13).99.
       01 WS-AMT-DISPLAY              PIC +9(10).99.
       01 WS-RATE-DISPLAY             PIC 9(3).9(6).

       01 WS-RUN-DATE                 PIC 9(008)      VALUE ZERO.
       01 WS-RUN-DATE-EDIT.
          05 WS-RDE-YYYY              PIC X(004).
          05 FILLER                   PIC X(001) VALUE '-'.
          05 WS-RDE-MM                PIC X(002).
          05 FILLER                   PIC X(001) VALUE '-'.
          05 WS-RDE-DD                PIC X(002).

      *
      *    Variables hote : la ligne de la personne, puis les valeurs
      *    d'anonymisation propres a son identifiant.
      *
       01  WS-HOST-VARIABLE.
           05 WS-ID              PIC 9(006).
           05 WS-NOM             PIC X(100).
           05 WS-PRENOM          PIC X(100).
           05 WS-EMAIL           PIC X(255).
           05 WS-DATE-NAISSANCE.
              10 WS-SIECLE       PIC X(004).
              10 FILLER          PIC X(001) VALUE '-'.
              10 WS-MOIS         PIC X(002).
              10 FILLER          PIC X(001) VALUE '-'.
              10 WS-JOUR         PIC X(002).
           05 WS-SEXE            PIC X(001).
           05 WS-PAYS            PIC X(255).
           05 WS-VILLE           PIC X(255).
           05 WS-CODE-POSTAL     PIC X(005).
           05 WS-NOMBRE-ACHAT    PIC X(006).
           05 WS-CLUB            PIC X(050).

       01  WS-ANON-VALUES.
           05 WS-ANON-NOM        PIC X(100).
           05 WS-ANON-PRENOM     PIC X(100).
           05 WS-ANON-EMAIL      PIC X(255).
           05 WS-ANON-DATE       PIC X(010) VALUE '1900-01-01'.
           05 WS-ANON-PAYS       PIC X(255).
           05 WS-ANON-VILLE      PIC X(255).
           05 WS-ANON-CP         PIC X(005).

      *
      *    Prefixe du nom de remplacement - une ligne qui le porte
      *    deja a ete effacee.
      *
       01 WS-ANON-PREFIX              PIC X(008)   VALUE 'ANONYME-'.
       01 WS-ID-DISPLAY               PIC 9(006)   VALUE ZERO.

      *
      *    Donnee du dossier a imprimer : les colonnes VARCHAR(255)
      *    passent sur plusieurs lignes de 100 plutot que d'etre
      *    tronquees - le dossier doit etre complet.
      *
       01 WS-LONG-VALUE               PIC X(255)     VALUE SPACES.

      *
      *    Etat du dossier.
      *
       01 WS-PACK-HEADING.
          05 FILLER PIC X(60) VALUE
             'JKRGPD - DATA-SUBJECT ACCESS PACKS'.
          05 FILLER PIC X(72) VALUE SPACES.

       01 WS-BLANK-LINE               PIC X(132)     VALUE SPACES.

       01 WS-REQUEST-LINE.
          05 FILLER                  PIC X(008) VALUE 'REQUEST '.
          05 RQL-REF                 PIC X(020).
          05 FILLER                  PIC X(005) VALUE '  ID '.
          05 RQL-ID                  PIC X(006).
          05 FILLER                  PIC X(007) VALUE '  TYPE '.
          05 RQL-TYPE                PIC X(010).
          05 FILLER                  PIC X(007) VALUE '  DATE '.
          05 RQL-DATE                PIC X(010).
          05 FILLER                  PIC X(059) VALUE SPACES.

       01 WS-SECTION-LINE.
          05 FILLER                  PIC X(002) VALUE SPACES.
          05 SCL-TITLE               PIC X(060).
          05 FILLER                  PIC X(070) VALUE SPACES.

       01 WS-FIELD-LINE.
          05 FILLER                  PIC X(004) VALUE SPACES.
          05 FDL-NAME                PIC X(020).
          05 FDL-VALUE               PIC X(100).
          05 FILLER                  PIC X(008) VALUE SPACES.

       01 WS-ACCOUNT-LINE.
          05 FILLER                  PIC X(004) VALUE SPACES.
          05 ACL-ACCNO               PIC X(008).
          05 FILLER                  PIC X(002) VALUE SPACES.
          05 ACL-SORTC               PIC X(006).
          05 FILLER                  PIC X(002) VALUE SPACES.
          05 ACL-BALANCE             PIC X(017).
          05 FILLER                  PIC X(002) VALUE SPACES.
          05 ACL-ROLLED              PIC X(008).
          05 FILLER                  PIC X(002) VALUE SPACES.
          05 ACL-STATUS              PIC X(010).
          05 FILLER                  PIC X(002) VALUE SPACES.
          05 ACL-REASON              PIC X(030).
          05 FILLER                  PIC X(002) VALUE SPACES.
          05 ACL-LINKED              PIC X(008).
          05 FILLER                  PIC X(027) VALUE SPACES.

       01 WS-ACCOUNT-HEADING.
          05 FILLER                  PIC X(004) VALUE SPACES.
          05 FILLER                  PIC X(010) VALUE 'ACCOUNT'.
          05 FILLER                  PIC X(008) VALUE 'SORTC'.
          05 FILLER                  PIC X(019) VALUE
             '          BALANCE'.
          05 FILLER                  PIC X(010) VALUE 'ROLLED'.
          05 FILLER                  PIC X(012) VALUE 'STATUS'.
          05 FILLER                  PIC X(032) VALUE 'REASON'.
          05 FILLER                  PIC X(037) VALUE 'LINKED'.

       01 WS-LEG-LINE.
          05 FILLER                  PIC X(004) VALUE SPACES.
          05 LGL-ACCNO               PIC X(008).
          05 FILLER                  PIC X(002) VALUE SPACES.
          05 LGL-DATE                PIC X(010).
          05 FILLER                  PIC X(002) VALUE SPACES.
          05 LGL-TIME                PIC X(008).
          05 FILLER                  PIC X(002) VALUE SPACES.
          05 LGL-USERID              PIC X(008).
          05 FILLER                  PIC X(002) VALUE SPACES.
          05 LGL-LEG                 PIC 9(001).
          05 FILLER                  PIC X(002) VALUE SPACES.
          05 LGL-AMT                 PIC X(014).
          05 FILLER                  PIC X(002) VALUE SPACES.
          05 LGL-ACTION              PIC X(001).
          05 FILLER                  PIC X(002) VALUE SPACES.
          05 LGL-SUCCESS             PIC X(001).
          05 FILLER                  PIC X(002) VALUE SPACES.
          05 LGL-FAIL                PIC X(001).
          05 FILLER                  PIC X(002) VALUE SPACES.
          05 LGL-CONVERSION          PIC X(040).
          05 FILLER                  PIC X(016) VALUE SPACES.

       01 WS-COUNT-LINE.
          05 FILLER                  PIC X(004) VALUE SPACES.
          05 CNL-DESC                PIC X(026).
          05 CNL-CNT                 PIC X(010).
          05 FILLER                  PIC X(092) VALUE SPACES.

       01 WS-OUTCOME-LINE.
          05 FILLER                  PIC X(002) VALUE SPACES.
          05 FILLER                  PIC X(010) VALUE 'ERASURE : '.
          05 OCL-TEXT                PIC X(080).
          05 FILLER                  PIC X(040) VALUE SPACES.

       01 WS-AUDIT-HEADING.
          05 FILLER PIC X(60) VALUE
             'JKRGPD - DATA-SUBJECT ERASURE AUDIT'.
          05 FILLER PIC X(72) VALUE SPACES.

      *
      *    Une ligne d'audit par etat : base avant, extrait avant,
      *    base apres, extrait apres.  L'EMAIL est tronque a 30
      *    positions sur l'etat - le dossier d'acces produit dans
      *    le meme lot porte les valeurs completes.
      *
       01 WS-AUDIT-LINE.
          05 AUD-ROLE                PIC X(013).
          05 FILLER                  PIC X(002) VALUE SPACES.
          05 AUD-ID                  PIC X(008).
          05 FILLER                  PIC X(002) VALUE SPACES.
          05 AUD-NOM                 PIC X(025).
          05 FILLER                  PIC X(002) VALUE SPACES.
          05 AUD-EMAIL               PIC X(030).
          05 FILLER                  PIC X(002) VALUE SPACES.
          05 AUD-REF                 PIC X(020).
          05 FILLER                  PIC X(002) VALUE SPACES.
          05 AUD-DATE                PIC X(010).
          05 FILLER                  PIC X(016) VALUE SPACES.

       01 WS-REJ-HEADING.
          05 FILLER PIC X(60) VALUE
             'JKRGPD - REQUESTS REFUSED OR INCOMPLETE'.
          05 FILLER PIC X(72) VALUE SPACES.

       01 WS-REJ-LINE.
          05 REJ-ID                  PIC X(008).
          05 FILLER                  PIC X(002) VALUE SPACES.
          05 REJ-TYPE                PIC X(001).
          05 FILLER                  PIC X(002) VALUE SPACES.
          05 REJ-REF                 PIC X(020).
          05 FILLER                  PIC X(002) VALUE SPACES.
          05 REJ-REASON              PIC X(060).
          05 FILLER                  PIC X(037) VALUE SPACES.

       01 WS-TOTAL-LINE.
          05 TOT-DESC                PIC X(025).
          05 TOT-CNT                 PIC X(010).
          05 FILLER                  PIC X(097) VALUE SPACES.

      *
      *    Zone de parametres du sous-programme BNKRNCTL : chaque lot
      *    de la suite estampille son debut et sa fin dans le fichier
      *    de controle commun RUNCTL pour l'exploitation.
      *
       01 RNCTL-PARMS.
           COPY RNCTLPRM.

      *  normalement le sqlca est genere par le systeme pas besoin de l'ecrire
       01 SQLCA.
              05 SQLCAID     PIC X(8).
              05 SQLCABC     PIC S9(9) COMP.
              05 SQLCODE     PIC S9(9) COMP.
              05 SQLERRM.
                 49 SQLERRML PIC S9(4) COMP.
                 49 SQLERRMC PIC X(70).
              05 SQLERRP     PIC X(8).
              05 SQLERRD  OCCURS 6 TIMES PIC S9(9) COMP.
              05 SQLWARN.
                 10 SQLWARN0 PIC X.
                 10 SQLWARN1 PIC X.
                 10 SQLWARN2 PIC X.
                 10 SQLWARN3 PIC X.
                 10 SQLWARN4 PIC X.
                 10 SQLWARN5 PIC X.
                 10 SQLWARN6 PIC X.
                 10 SQLWARN7 PIC X.
                 10 SQLWARN8 PIC X.
                 10 SQLWARN9 PIC X.
                 10 SQLWARNA PIC X.
              05 SQLERRP     PIC X(5).

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
                INCLUDE DB_UTILISATEUR
                    (
                     ID DECIMAL(006) NOT NULL,
                     NOM VARCHAR(100) NOT NULL,
                     PRENOM VARCHAR(100) NOT NULL,
                     EMAIL VARCHAR(255) NOT NULL,
                     DATE_NAISSANCE DATE NOT NULL,
                     SEXE CHAR(001) NOT NULL BY DEFAULT,
                     PAYS VARCHAR(255) NOT NULL,
                     VILLE VARCHAR(255) NOT NULL,
                     CODE_POSTAL VARCHAR(005) NOT NULL,
                     NOMBRE_ACHAT CHAR(006) NOT NULL,
                     CLUB CHAR(050) NOT NULL BY DEFAULT
                    )
           END-EXEC.
      *
      ******** DEBUT PROGRAMME
      *
       PROCEDURE DIVISION.
      *
           PERFORM A000-INITIALISATION.
           PERFORM A010-READ-REQUEST UNTIL WS-FIN-REQ.
           PERFORM Z999-END-PROGRAM.
      *
       A000-INITIALISATION.
           INITIALIZE WS-HOST-VARIABLE
            REPLACING ALPHANUMERIC DATA BY SPACES
                      NUMERIC BY ZEROES.
           SET WS-LEC-REQ TO TRUE.

           PERFORM B090-RUN-CONTROL-START.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:4) TO WS-RDE-YYYY.
           MOVE WS-RUN-DATE(5:2) TO WS-RDE-MM.
           MOVE WS-RUN-DATE(7:2) TO WS-RDE-DD.

           OPEN INPUT REQUEST-FILE.
           IF WS-REQ-OK
              SET WS-REQ-OPEN TO TRUE
           ELSE
              DISPLAY 'ERREUR OUVERTURE REQUEST-FILE '
                      WS-REQ-STATUS
              PERFORM Z998-ABEND-END
           END-IF.

      *
      *    L'extrait est ouvert en mise a jour : c'est lui que
      *    l'effacement anonymise, sans attendre le prochain
      *    JKCUSTX.
      *
           OPEN I-O CUSTMST-FILE.
           IF WS-CUSTMST-OK
              SET WS-CUSTMST-OPEN TO TRUE
           ELSE
              DISPLAY 'ERREUR OUVERTURE CUSTMST-FILE '
                      WS-CUSTMST-STATUS
              PERFORM Z998-ABEND-END
           END-IF.

           OPEN INPUT ACCTXREF-FILE.
           IF WS-XREF-OK
              SET WS-XREF-OPEN TO TRUE
           ELSE
              DISPLAY 'ERREUR OUVERTURE ACCTXREF-FILE '
                      WS-XREF-STATUS
              PERFORM Z998-ABEND-END
           END-IF.

           OPEN INPUT ACCTPOS-FILE.
           IF WS-ACCTPOS-OK
              SET WS-ACCTPOS-OPEN TO TRUE
           ELSE
              DISPLAY 'ERREUR OUVERTURE ACCTPOS-FILE '
                      WS-ACCTPOS-STATUS
              PERFORM Z998-ABEND-END
           END-IF.

      *
      *    Le fichier des etats de compte est facultatif : tant
      *    qu'aucun etat n'a ete pose, il n'existe pas et tous les
      *    comptes sont ouverts.
      *
           OPEN INPUT ACCTSTS-FILE.
           IF WS-ACCTSTS-OK
              SET WS-ACCTSTS-OPEN TO TRUE
           ELSE
              IF NOT WS-ACCTSTS-NOFILE
                 DISPLAY 'ERREUR OUVERTURE ACCTSTS-FILE '
                         WS-ACCTSTS-STATUS
                 PERFORM Z998-ABEND-END
              END-IF
           END-IF.

           OPEN OUTPUT PACK-REPORT.
           IF WS-PACK-OK
              SET WS-PACK-OPEN TO TRUE
           ELSE
              DISPLAY 'ERREUR OUVERTURE PACK-REPORT '
                      WS-PACK-STATUS
              PERFORM Z998-ABEND-END
           END-IF.

           WRITE PACK-REPORT-LINE FROM WS-PACK-HEADING.
           PERFORM C090-CHECK-PACK.

           OPEN OUTPUT AUDIT-REPORT.
           IF WS-AUDIT-OK
              SET WS-AUDIT-OPEN TO TRUE
           ELSE
              DISPLAY 'ERREUR OUVERTURE AUDIT-REPORT '
                      WS-AUDIT-STATUS
              PERFORM Z998-ABEND-END
           END-IF.

           WRITE AUDIT-REPORT-LINE FROM WS-AUDIT-HEADING.
           IF NOT WS-AUDIT-OK
              DISPLAY 'ERREUR ECRITURE AUDIT-REPORT '
                      WS-AUDIT-STATUS
              PERFORM Z998-ABEND-END
           END-IF.

           OPEN OUTPUT REJECT-REPORT.
           IF WS-REJ-OK
              SET WS-REJ-OPEN TO TRUE
           ELSE
              DISPLAY 'ERREUR OUVERTURE REJECT-REPORT '
                      WS-REJ-STATUS
              PERFORM Z998-ABEND-END
           END-IF.

           WRITE REJECT-REPORT-LINE FROM WS-REJ-HEADING.
           IF NOT WS-REJ-OK
              DISPLAY 'ERREUR ECRITURE REJECT-REPORT '
                      WS-REJ-STATUS
              PERFORM Z998-ABEND-END
           END-IF.
      *
      *    Traite une carte : validation et lecture de la ligne,
      *    dossier d'acces, puis effacement s'il est demande et
      *    permis - ou ligne de rejet motivee.
      *
       A010-READ-REQUEST.
           READ REQUEST-FILE
              AT END
                 SET WS-FIN-REQ TO TRUE
           END-READ.

           IF WS-FIN-REQ
              CONTINUE
           ELSE
              IF NOT WS-REQ-OK AND NOT WS-REQ-EOF-STATUS
                 DISPLAY 'ERREUR LECTURE REQUEST-FILE '
                         WS-REQ-STATUS
                 PERFORM Z998-ABEND-END
              ELSE
                 ADD 1 TO WS-CARDS-READ
                 PERFORM B015-VALIDATE-REQUEST THRU B015-EXIT
                 IF WS-CARD-VALID
                    PERFORM A020-BUILD-PACK
                    IF REQ-TYPE-EFFACEMENT
                       IF WS-ERASE-BLOCKED
                          MOVE WS-BLOCK-REASON
                             TO WS-EXCEPTION-REASON
                          PERFORM B040-WRITE-REJECT
                          MOVE WS-BLOCK-REASON TO OCL-TEXT
                          PERFORM C085-WRITE-OUTCOME
                       ELSE
                          PERFORM A030-APPLY-ERASURE
                       END-IF
                    END-IF
                 ELSE
                    PERFORM B040-WRITE-REJECT
                 END-IF
              END-IF
           END-IF.
      *
      *    Verifie la carte puis ramene la ligne de la personne :
      *    l'identifiant doit etre numerique et exister, le type
      *    etre A ou E.  Une ligne deja effacee n'est pas effacee
      *    une seconde fois.
      *
       B015-VALIDATE-REQUEST.
           SET WS-CARD-VALID TO TRUE.
           MOVE SPACES TO WS-EXCEPTION-REASON.

           IF REQ-ID IS NOT NUMERIC
              MOVE 'N' TO WS-CARD-VALID-SW
              MOVE 'INVALID REQUEST ID' TO WS-EXCEPTION-REASON
              GO TO B015-EXIT
           END-IF.

           IF NOT REQ-TYPE-ACCES AND NOT REQ-TYPE-EFFACEMENT
              MOVE 'N' TO WS-CARD-VALID-SW
              MOVE 'UNKNOWN REQUEST TYPE (USE A OR E)'
                 TO WS-EXCEPTION-REASON
              GO TO B015-EXIT
           END-IF.

           MOVE REQ-ID TO WS-ID.

           EXEC SQL
                SELECT NOM,
                       PRENOM,
                       EMAIL,
                       DATE_NAISSANCE,
                       SEXE,
                       PAYS,
                       VILLE,
                       CODE_POSTAL,
                       NOMBRE_ACHAT,
                       CLUB
                  INTO :WS-NOM,
                       :WS-PRENOM,
                       :WS-EMAIL,
                       :WS-DATE-NAISSANCE,
                       :WS-SEXE,
                       :WS-PAYS,
                       :WS-VILLE,
                       :WS-CODE-POSTAL,
                       :WS-NOMBRE-ACHAT,
                       :WS-CLUB
                  FROM DB_UTILISATEUR
                 WHERE ID = :WS-ID
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'N' TO WS-CARD-VALID-SW
              MOVE 'ID NOT ON DB_UTILISATEUR'
                 TO WS-EXCEPTION-REASON
              GO TO B015-EXIT
           END-IF.

           IF SQLCODE NOT = ZEROES
              DISPLAY 'ERROR PROGRAMME LECTURE TABLE DB_UTILISATEUR'
              PERFORM Z998-ABEND-END
           END-IF.

           IF REQ-TYPE-EFFACEMENT
              AND WS-NOM(1:8) = WS-ANON-PREFIX
              MOVE 'N' TO WS-CARD-VALID-SW
              MOVE 'ID ALREADY ERASED' TO WS-EXCEPTION-REASON
              GO TO B015-EXIT
           END-IF.

       B015-EXIT.
           EXIT.
      *
      *    Le dossier de la personne : la ligne de la base, l'extrait,
      *    les comptes (qui decident aussi du blocage de
      *    l'effacement) et leurs ecritures archivees.
      *
       A020-BUILD-PACK.
           MOVE 'N'    TO WS-ERASE-BLOCKED-SW.
           MOVE SPACES TO WS-BLOCK-REASON.
           ADD 1 TO WS-PACKS-WRITTEN.

           PERFORM C010-WRITE-PACK-HEADER.
           PERFORM C020-WRITE-DB-ROW.
           PERFORM C030-WRITE-CUSTMST.
           PERFORM C040-LIST-ACCOUNTS.
           PERFORM C050-SCAN-ARCHIVE.

           IF WS-ACCT-OVERFLOW
              MOVE 'PACK INCOMPLETE - TOO MANY ACCOUNTS FOR LEG SCAN'
                 TO WS-EXCEPTION-REASON
              PERFORM B040-WRITE-REJECT
           END-IF.
      *
       C010-WRITE-PACK-HEADER.
           WRITE PACK-REPORT-LINE FROM WS-BLANK-LINE.
           PERFORM C090-CHECK-PACK.

           MOVE REQ-REF          TO RQL-REF.
           MOVE REQ-ID           TO RQL-ID.
           IF REQ-TYPE-EFFACEMENT
              MOVE 'ERASURE'     TO RQL-TYPE
           ELSE
              MOVE 'ACCESS'      TO RQL-TYPE
           END-IF.
           MOVE WS-RUN-DATE-EDIT TO RQL-DATE.
           WRITE PACK-REPORT-LINE FROM WS-REQUEST-LINE.
           PERFORM C090-CHECK-PACK.
      *
      *    La ligne DB_UTILISATEUR, colonne par colonne et en
      *    entier.
      *
       C020-WRITE-DB-ROW.
           MOVE 'DB_UTILISATEUR' TO SCL-TITLE.
           WRITE PACK-REPORT-LINE FROM WS-SECTION-LINE.
           PERFORM C090-CHECK-PACK.

           MOVE 'NOM'            TO FDL-NAME.
           MOVE WS-NOM           TO WS-LONG-VALUE.
           PERFORM C060-WRITE-LONG-FIELD.

           MOVE 'PRENOM'         TO FDL-NAME.
           MOVE WS-PRENOM        TO WS-LONG-VALUE.
           PERFORM C060-WRITE-LONG-FIELD.

           MOVE 'EMAIL'          TO FDL-NAME.
           MOVE WS-EMAIL         TO WS-LONG-VALUE.
           PERFORM C060-WRITE-LONG-FIELD.

           MOVE 'DATE_NAISSANCE' TO FDL-NAME.
           MOVE WS-DATE-NAISSANCE TO WS-LONG-VALUE.
           PERFORM C060-WRITE-LONG-FIELD.

           MOVE 'SEXE'           TO FDL-NAME.
           MOVE WS-SEXE          TO WS-LONG-VALUE.
           PERFORM C060-WRITE-LONG-FIELD.

           MOVE 'PAYS'           TO FDL-NAME.
           MOVE WS-PAYS          TO WS-LONG-VALUE.
           PERFORM C060-WRITE-LONG-FIELD.

           MOVE 'VILLE'          TO FDL-NAME.
           MOVE WS-VILLE         TO WS-LONG-VALUE.
           PERFORM C060-WRITE-LONG-FIELD.

           MOVE 'CODE_POSTAL'    TO FDL-NAME.
           MOVE WS-CODE-POSTAL   TO WS-LONG-VALUE.
           PERFORM C060-WRITE-LONG-FIELD.

           MOVE 'NOMBRE_ACHAT'   TO FDL-NAME.
           MOVE WS-NOMBRE-ACHAT  TO WS-LONG-VALUE.
           PERFORM C060-WRITE-LONG-FIELD.

           MOVE 'CLUB'           TO FDL-NAME.
           MOVE WS-CLUB          TO WS-LONG-VALUE.
           PERFORM C060-WRITE-LONG-FIELD.
      *
      *    L'enregistrement de l'extrait bancaire CUSTMST - absent
      *    si la personne a ete creee depuis le dernier JKCUSTX.
      *
       C030-WRITE-CUSTMST.
           MOVE 'CUSTMST EXTRACT' TO SCL-TITLE.
           WRITE PACK-REPORT-LINE FROM WS-SECTION-LINE.
           PERFORM C090-CHECK-PACK.

           MOVE WS-ID TO CUSTMST-ID.
           READ CUSTMST-FILE.

           IF WS-CUSTMST-NOTFND
              MOVE 'NO RECORD'        TO FDL-NAME
              MOVE SPACES             TO FDL-VALUE
              WRITE PACK-REPORT-LINE FROM WS-FIELD-LINE
              PERFORM C090-CHECK-PACK
           ELSE
              IF NOT WS-CUSTMST-OK
                 DISPLAY 'ERREUR LECTURE CUSTMST-FILE '
                         WS-CUSTMST-STATUS
                 PERFORM Z998-ABEND-END
              END-IF
              MOVE 'NOM'              TO FDL-NAME
              MOVE CUSTMST-NOM        TO WS-LONG-VALUE
              PERFORM C060-WRITE-LONG-FIELD
              MOVE 'PRENOM'           TO FDL-NAME
              MOVE CUSTMST-PRENOM     TO WS-LONG-VALUE
              PERFORM C060-WRITE-LONG-FIELD
              MOVE 'EMAIL'            TO FDL-NAME
              MOVE CUSTMST-EMAIL      TO WS-LONG-VALUE
              PERFORM C060-WRITE-LONG-FIELD
              MOVE 'PAYS'             TO FDL-NAME
              MOVE CUSTMST-PAYS       TO WS-LONG-VALUE
              PERFORM C060-WRITE-LONG-FIELD
              MOVE 'VILLE'            TO FDL-NAME
              MOVE CUSTMST-VILLE      TO WS-LONG-VALUE
              PERFORM C060-WRITE-LONG-FIELD
              MOVE 'CODE_POSTAL'      TO FDL-NAME
              MOVE CUSTMST-CODE-POSTAL TO WS-LONG-VALUE
              PERFORM C060-WRITE-LONG-FIELD
              MOVE 'CLUB'             TO FDL-NAME
              MOVE CUSTMST-CLUB       TO WS-LONG-VALUE
              PERFORM C060-WRITE-LONG-FIELD
           END-IF.
      *
      *    Les comptes de la personne : la table ACCTXREF est cle
      *    sur le compte, elle est donc parcourue en entier pour
      *    chaque carte, comme BNKCUSTR la parcourt.
      *
       C040-LIST-ACCOUNTS.
           MOVE 'ACCOUNTS (ACCTXREF / ACCTPOS / ACCTSTS)'
              TO SCL-TITLE.
           WRITE PACK-REPORT-LINE FROM WS-SECTION-LINE.
           PERFORM C090-CHECK-PACK.
           WRITE PACK-REPORT-LINE FROM WS-ACCOUNT-HEADING.
           PERFORM C090-CHECK-PACK.

           MOVE ZERO TO WS-ACCT-COUNT.
           MOVE ZERO TO WS-PACK-ACCOUNTS.
           MOVE 'N'  TO WS-ACCT-OVERFLOW-SW.
           MOVE 'N'  TO WS-FIN-XREF-SW.

           MOVE LOW-VALUES TO XREF-ACCNO.
           START ACCTXREF-FILE KEY NOT < XREF-KEY.
           IF WS-XREF-NOTFND OR WS-XREF-EOF-STATUS
              SET WS-FIN-XREF TO TRUE
           ELSE
              IF NOT WS-XREF-OK
                 DISPLAY 'ERREUR POSITIONNEMENT ACCTXREF-FILE '
                         WS-XREF-STATUS
                 PERFORM Z998-ABEND-END
              END-IF
           END-IF.

           PERFORM C041-READ-XREF THRU C041-EXIT
              UNTIL WS-FIN-XREF.

           MOVE 'ACCOUNTS HELD'  TO CNL-DESC.
           MOVE WS-PACK-ACCOUNTS TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY   TO CNL-CNT.
           WRITE PACK-REPORT-LINE FROM WS-COUNT-LINE.
           PERFORM C090-CHECK-PACK.
      *
       C041-READ-XREF.
           READ ACCTXREF-FILE NEXT
              AT END
                 SET WS-FIN-XREF TO TRUE
                 GO TO C041-EXIT
           END-READ.

           IF NOT WS-XREF-OK
              DISPLAY 'ERREUR LECTURE ACCTXREF-FILE '
                      WS-XREF-STATUS
              PERFORM Z998-ABEND-END
           END-IF.

           IF XREF-CUST-ID NOT = WS-ID
              GO TO C041-EXIT
           END-IF.

           ADD 1 TO WS-PACK-ACCOUNTS.
           IF WS-ACCT-COUNT < WS-ACCT-MAX
              ADD 1 TO WS-ACCT-COUNT
              MOVE XREF-ACCNO TO WS-ACCT-NO(WS-ACCT-COUNT)
           ELSE
              SET WS-ACCT-OVERFLOW TO TRUE
           END-IF.

           PERFORM C045-WRITE-ACCOUNT.

       C041-EXIT.
           EXIT.
      *
      *    Un compte : solde et date de roulement ACCTPOS, etat
      *    ACCTSTS.  Un solde non nul ou un blocage juridique
      *    empeche l'effacement ; le premier rencontre donne le
      *    motif.  Un compte sans position n'a jamais ete mouvemente.
      *
       C045-WRITE-ACCOUNT.
           MOVE SPACES          TO WS-ACCOUNT-LINE.
           MOVE XREF-ACCNO      TO ACL-ACCNO.
           MOVE XREF-LOAD-DATE  TO ACL-LINKED.

           MOVE XREF-ACCNO TO ACCTPOS-ACCNO.
           READ ACCTPOS-FILE.
           IF WS-ACCTPOS-OK
              MOVE ACCTPOS-SORTC       TO ACL-SORTC
              MOVE ACCTPOS-BALANCE     TO WS-BAL-DISPLAY
              MOVE WS-BAL-DISPLAY      TO ACL-BALANCE
              MOVE ACCTPOS-LAST-ROLLED TO ACL-ROLLED
              IF ACCTPOS-BALANCE NOT = ZERO
                 AND NOT WS-ERASE-BLOCKED
                 SET WS-ERASE-BLOCKED TO TRUE
                 STRING 'ERASURE BLOCKED - ACCOUNT '
                        XREF-ACCNO
                        ' BALANCE NOT ZERO'
                        DELIMITED BY SIZE
                        INTO WS-BLOCK-REASON
              END-IF
           ELSE
              IF WS-ACCTPOS-NOTFND
                 MOVE 'NO POSITION'    TO ACL-BALANCE
              ELSE
                 DISPLAY 'ERREUR LECTURE ACCTPOS-FILE '
                         WS-ACCTPOS-STATUS
                 PERFORM Z998-ABEND-END
              END-IF
           END-IF.

           MOVE 'OPEN' TO ACL-STATUS.
           IF WS-ACCTSTS-OPEN
              MOVE XREF-ACCNO TO ACCTSTS-ACCNO
              READ ACCTSTS-FILE
              IF WS-ACCTSTS-OK
                 EVALUATE TRUE
                    WHEN ACCTSTS-FROZEN
                       MOVE 'FROZEN'     TO ACL-STATUS
                    WHEN ACCTSTS-LEGAL-HOLD
                       MOVE 'LEGAL HOLD' TO ACL-STATUS
                    WHEN ACCTSTS-CLOSED
                       MOVE 'CLOSED'     TO ACL-STATUS
                    WHEN OTHER
                       MOVE 'OPEN'       TO ACL-STATUS
                 END-EVALUATE
                 MOVE ACCTSTS-REASON TO ACL-REASON
                 IF ACCTSTS-LEGAL-HOLD
                    AND NOT WS-ERASE-BLOCKED
                    SET WS-ERASE-BLOCKED TO TRUE
                    STRING 'ERASURE BLOCKED - ACCOUNT '
                           XREF-ACCNO
                           ' ON LEGAL HOLD'
                           DELIMITED BY SIZE
                           INTO WS-BLOCK-REASON
                 END-IF
              ELSE
                 IF NOT WS-ACCTSTS-NOTFND
                    DISPLAY 'ERREUR LECTURE ACCTSTS-FILE '
                            WS-ACCTSTS-STATUS
                    PERFORM Z998-ABEND-END
                 END-IF
              END-IF
           END-IF.

           WRITE PACK-REPORT-LINE FROM WS-ACCOUNT-LINE.
           PERFORM C090-CHECK-PACK.
      *
      *    Toutes les ecritures des comptes de la personne dans les
      *    archives concatenees, dans l'ordre des archives.
      *    L'archive est refermee et rouverte a chaque carte, comme
      *    dans BNKRSRCH.
      *
       C050-SCAN-ARCHIVE.
           MOVE 'JOURNAL LEGS FROM THE ARCHIVES' TO SCL-TITLE.
           WRITE PACK-REPORT-LINE FROM WS-SECTION-LINE.
           PERFORM C090-CHECK-PACK.

           MOVE ZERO TO WS-PACK-LEGS.

           IF WS-ACCT-COUNT > ZERO
              MOVE 'N' TO WS-FIN-ARCHIVE-SW
              OPEN INPUT ARCHIVE-FILE
              IF WS-ARCHIVE-OK
                 SET WS-ARCHIVE-OPEN TO TRUE
              ELSE
                 DISPLAY 'ERREUR OUVERTURE ARCHIVE-FILE '
                         WS-ARCHIVE-STATUS
                 PERFORM Z998-ABEND-END
              END-IF
              PERFORM C051-MATCH-LEG THRU C051-EXIT
                 UNTIL WS-FIN-ARCHIVE
              CLOSE ARCHIVE-FILE
              MOVE 'N' TO WS-ARCHIVE-OPEN-SW
           END-IF.

           MOVE 'JOURNAL LEGS FOUND' TO CNL-DESC.
           MOVE WS-PACK-LEGS         TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY       TO CNL-CNT.
           WRITE PACK-REPORT-LINE FROM WS-COUNT-LINE.
           PERFORM C090-CHECK-PACK.
      *
       C051-MATCH-LEG.
           READ ARCHIVE-FILE
              AT END
                 SET WS-FIN-ARCHIVE TO TRUE
                 GO TO C051-EXIT
           END-READ.

           IF NOT WS-ARCHIVE-OK
              DISPLAY 'ERREUR LECTURE ARCHIVE-FILE '
                      WS-ARCHIVE-STATUS
              PERFORM Z998-ABEND-END
           END-IF.

           MOVE ARCHIVE-RAW TO WS-JRNL-REC.

      *
      *    L'enregistrement de fin de chaque journee archivee par
      *    BNKEODJ est le seul dont le numero de tache n'est pas
      *    numerique - c'est un controle, pas une ecriture.
      *
           IF CRAJRNL-TASKNO NOT NUMERIC
              GO TO C051-EXIT
           END-IF.

           MOVE 'N' TO WS-ACCT-FOUND-SW.
           MOVE 1   TO WS-ACCT-SUB.
           PERFORM C052-FIND-ACCOUNT THRU C052-EXIT.

           IF NOT WS-ACCT-FOUND
              GO TO C051-EXIT
           END-IF.

           ADD 1 TO WS-PACK-LEGS.

           MOVE CRAJRNL-ACCNO     TO LGL-ACCNO.
           MOVE CRAJRNL-DATE      TO LGL-DATE.
           MOVE CRAJRNL-TIME      TO LGL-TIME.
           MOVE CRAJRNL-USERID    TO LGL-USERID.
           MOVE CRAJRNL-LEG-NO    TO LGL-LEG.
           MOVE CRAJRNL-AMT       TO WS-AMT-DISPLAY.
           MOVE WS-AMT-DISPLAY    TO LGL-AMT.
           MOVE CRAJRNL-ACTION    TO LGL-ACTION.
           MOVE CRAJRNL-SUCCESS   TO LGL-SUCCESS.
           MOVE CRAJRNL-FAIL-CODE TO LGL-FAIL.

           MOVE SPACES TO LGL-CONVERSION.
           IF CRAJRNL-ORIG-CURRENCY NOT = SPACES
              MOVE CRAJRNL-ORIG-AMT TO WS-AMT-DISPLAY
              MOVE CRAJRNL-RATE     TO WS-RATE-DISPLAY
              STRING 'ORIG ' DELIMITED BY SIZE
                     CRAJRNL-ORIG-CURRENCY DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-AMT-DISPLAY DELIMITED BY SIZE
                     ' AT ' DELIMITED BY SIZE
                     WS-RATE-DISPLAY DELIMITED BY SIZE
                     INTO LGL-CONVERSION
              END-STRING
           END-IF.

           WRITE PACK-REPORT-LINE FROM WS-LEG-LINE.
           PERFORM C090-CHECK-PACK.

       C051-EXIT.
           EXIT.
      *
       C052-FIND-ACCOUNT.
           IF WS-ACCT-SUB > WS-ACCT-COUNT
              GO TO C052-EXIT
           END-IF.

           IF CRAJRNL-ACCNO = WS-ACCT-NO(WS-ACCT-SUB)
              SET WS-ACCT-FOUND TO TRUE
              GO TO C052-EXIT
           END-IF.

           ADD 1 TO WS-ACCT-SUB.
           GO TO C052-FIND-ACCOUNT.

       C052-EXIT.
           EXIT.
      *
      *    Imprime une donnee du dossier par tranches de 100, la
      *    suite d'une colonne longue sous son nom.
      *
       C060-WRITE-LONG-FIELD.
           MOVE WS-LONG-VALUE(1:100) TO FDL-VALUE.
           WRITE PACK-REPORT-LINE FROM WS-FIELD-LINE.
           PERFORM C090-CHECK-PACK.

           IF WS-LONG-VALUE(101:155) NOT = SPACES
              MOVE SPACES                 TO FDL-NAME
              MOVE WS-LONG-VALUE(101:100) TO FDL-VALUE
              WRITE PACK-REPORT-LINE FROM WS-FIELD-LINE
              PERFORM C090-CHECK-PACK
              IF WS-LONG-VALUE(201:55) NOT = SPACES
                 MOVE WS-LONG-VALUE(201:55) TO FDL-VALUE
                 WRITE PACK-REPORT-LINE FROM WS-FIELD-LINE
                 PERFORM C090-CHECK-PACK
              END-IF
           END-IF.
      *
      *    Anonymise la ligne de la base puis l'enregistrement de
      *    l'extrait, valide aussitot, et trace les quatre etats.
      *    Les valeurs de remplacement portent l'identifiant : elles
      *    restent uniques et ne se ressemblent pas entre elles.
      *
       A030-APPLY-ERASURE.
           MOVE WS-ID TO WS-ID-DISPLAY.
           MOVE SPACES TO WS-ANON-NOM.
           STRING WS-ANON-PREFIX WS-ID-DISPLAY
                  DELIMITED BY SIZE
                  INTO WS-ANON-NOM.
           MOVE SPACES TO WS-ANON-EMAIL.
           STRING WS-ANON-PREFIX WS-ID-DISPLAY '@INVALIDE'
                  DELIMITED BY SIZE
                  INTO WS-ANON-EMAIL.
           MOVE SPACES TO WS-ANON-PRENOM.
           MOVE SPACES TO WS-ANON-PAYS.
           MOVE SPACES TO WS-ANON-VILLE.
           MOVE SPACES TO WS-ANON-CP.

           MOVE 'DB AVANT'       TO AUD-ROLE.
           MOVE WS-NOM           TO AUD-NOM.
           MOVE WS-EMAIL         TO AUD-EMAIL.
           PERFORM C070-WRITE-AUDIT-LINE.

           IF WS-CUSTMST-OK
              MOVE 'CUSTMST AVANT' TO AUD-ROLE
              MOVE CUSTMST-NOM     TO AUD-NOM
              MOVE CUSTMST-EMAIL   TO AUD-EMAIL
              PERFORM C070-WRITE-AUDIT-LINE
           END-IF.

           SET WS-ROLLBACK-NEEDED TO TRUE.

           EXEC SQL
                UPDATE DB_UTILISATEUR
                   SET NOM            = :WS-ANON-NOM,
                       PRENOM         = :WS-ANON-PRENOM,
                       EMAIL          = :WS-ANON-EMAIL,
                       DATE_NAISSANCE = :WS-ANON-DATE,
                       PAYS           = :WS-ANON-PAYS,
                       VILLE          = :WS-ANON-VILLE,
                       CODE_POSTAL    = :WS-ANON-CP
                 WHERE ID = :WS-ID
           END-EXEC.

           IF SQLCODE NOT = ZEROES
              DISPLAY 'ERROR PROGRAMME MISE A JOUR DB_UTILISATEUR'
              PERFORM Z998-ABEND-END
           END-IF.

      *
      *    L'enregistrement CUSTMST lu pour le dossier est encore
      *    dans la zone : il est reecrit anonymise.  Pas
      *    d'enregistrement, rien a reecrire - le prochain JKCUSTX
      *    reprendra la ligne deja effacee.
      *
           IF WS-CUSTMST-OK
              MOVE WS-ANON-NOM      TO CUSTMST-NOM
              MOVE WS-ANON-PRENOM   TO CUSTMST-PRENOM
              MOVE WS-ANON-EMAIL    TO CUSTMST-EMAIL
              MOVE WS-ANON-PAYS     TO CUSTMST-PAYS
              MOVE WS-ANON-VILLE    TO CUSTMST-VILLE
              MOVE WS-ANON-CP       TO CUSTMST-CODE-POSTAL
              REWRITE CUSTMST-REC
              IF NOT WS-CUSTMST-OK
                 DISPLAY 'ERREUR REECRITURE CUSTMST-FILE '
                         WS-CUSTMST-STATUS
                 PERFORM Z998-ABEND-END
              END-IF
           END-IF.

           PERFORM A040-COMMIT-WORK.
           MOVE 'N' TO WS-ROLLBACK-SW.
           ADD 1 TO WS-ERASED-COUNT.

           MOVE 'DB APRES'       TO AUD-ROLE.
           MOVE WS-ANON-NOM      TO AUD-NOM.
           MOVE WS-ANON-EMAIL    TO AUD-EMAIL.
           PERFORM C070-WRITE-AUDIT-LINE.

           IF WS-CUSTMST-OK
              MOVE 'CUSTMST APRES' TO AUD-ROLE
              MOVE CUSTMST-NOM     TO AUD-NOM
              MOVE CUSTMST-EMAIL   TO AUD-EMAIL
              PERFORM C070-WRITE-AUDIT-LINE
              MOVE 'APPLIED - DB_UTILISATEUR AND CUSTMST ANONYMISED'
                 TO OCL-TEXT
           ELSE
              MOVE 'APPLIED - DB_UTILISATEUR ANONYMISED, NO CUSTMST'
                 TO OCL-TEXT
           END-IF.

           PERFORM C085-WRITE-OUTCOME.
      *
       C070-WRITE-AUDIT-LINE.
           MOVE WS-ID            TO AUD-ID.
           MOVE REQ-REF          TO AUD-REF.
           MOVE WS-RUN-DATE-EDIT TO AUD-DATE.
           WRITE AUDIT-REPORT-LINE FROM WS-AUDIT-LINE.
           IF NOT WS-AUDIT-OK
              DISPLAY 'ERREUR ECRITURE AUDIT-REPORT '
                      WS-AUDIT-STATUS
              PERFORM Z998-ABEND-END
           END-IF.
      *
      *    Issue de l'effacement au pied du dossier.
      *
       C085-WRITE-OUTCOME.
           WRITE PACK-REPORT-LINE FROM WS-OUTCOME-LINE.
           PERFORM C090-CHECK-PACK.
      *
       C090-CHECK-PACK.
           IF NOT WS-PACK-OK
              DISPLAY 'ERREUR ECRITURE PACK-REPORT '
                      WS-PACK-STATUS
              PERFORM Z998-ABEND-END
           END-IF.
      *
      *    Ecrit la demande refusee, bloquee ou incomplete (motif
      *    compris) dans la liste de rejets.
      *
       B040-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE REQ-ID              TO REJ-ID.
           MOVE REQ-TYPE            TO REJ-TYPE.
           MOVE REQ-REF             TO REJ-REF.
           MOVE WS-EXCEPTION-REASON TO REJ-REASON.
           WRITE REJECT-REPORT-LINE FROM WS-REJ-LINE.
           IF NOT WS-REJ-OK
              DISPLAY 'ERREUR ECRITURE REJECT-REPORT '
                      WS-REJ-STATUS
              PERFORM Z998-ABEND-END
           END-IF.
      *
       A040-COMMIT-WORK.
           EXEC SQL
                COMMIT
           END-EXEC.
      *
      *    Annule le travail non valide - la fin anormale passe par
      *    ici quand un effacement est reste a moitie applique.
      *
       A045-ROLLBACK-WORK.
           EXEC SQL
                ROLLBACK
           END-EXEC.
      *
      *    Estampille le debut du lot dans le fichier de controle
      *    RUNCTL ; le lot s'arrete (code retour 8) si le controle
      *    refuse le depart.  Aucun predecesseur declare.
      *
       B090-RUN-CONTROL-START.
           INITIALIZE RNCTL-PARMS.
           SET RNCTL-FUNC-START TO TRUE.
           MOVE 'JKRGPD  ' TO RNCTL-JOBNAME.
           MOVE ZERO       TO RNCTL-PRED-COUNT.

           CALL 'BNKRNCTL' USING RNCTL-PARMS
              ON EXCEPTION
                 SET RNCTL-REFUSED TO TRUE
                 MOVE 'RUN-CONTROL PROGRAM UNAVAILABLE'
                    TO RNCTL-REASON
           END-CALL.

           IF RNCTL-REFUSED
              DISPLAY 'JKRGPD - NOT CLEAR TO START - ' RNCTL-REASON
              MOVE 8 TO RETURN-CODE
              PERFORM Z998-ABEND-END
           END-IF.
      *
      *    Estampille la fin du lot : code retour et nombre de
      *    cartes traitees.
      *
       B095-RUN-CONTROL-END.
           SET RNCTL-FUNC-END TO TRUE.
           MOVE RETURN-CODE   TO RNCTL-RETCODE.
           MOVE WS-CARDS-READ TO RNCTL-REC-COUNT.

           CALL 'BNKRNCTL' USING RNCTL-PARMS
              ON EXCEPTION
                 CONTINUE
           END-CALL.
      *
      *    Fin normale : les totaux lus / dossiers / effaces /
      *    rejetes au pied de l'etat d'audit, et le total des rejets
      *    au pied de leur liste - meme discipline d'equilibrage que
      *    JKCORR.
      *
       Z999-END-PROGRAM.
           MOVE 'REQUEST CARDS READ'   TO TOT-DESC.
           MOVE WS-CARDS-READ          TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY         TO TOT-CNT.
           WRITE AUDIT-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'ACCESS PACKS WRITTEN' TO TOT-DESC.
           MOVE WS-PACKS-WRITTEN       TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY         TO TOT-CNT.
           WRITE AUDIT-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'ERASURES APPLIED'     TO TOT-DESC.
           MOVE WS-ERASED-COUNT        TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY         TO TOT-CNT.
           WRITE AUDIT-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'REQUESTS REFUSED'     TO TOT-DESC.
           MOVE WS-REJECT-COUNT        TO WS-CNT-DISPLAY.
           MOVE WS-CNT-DISPLAY         TO TOT-CNT.
           WRITE AUDIT-REPORT-LINE FROM WS-TOTAL-LINE.
           WRITE REJECT-REPORT-LINE FROM WS-TOTAL-LINE.

           CLOSE REQUEST-FILE.
           CLOSE CUSTMST-FILE.
           CLOSE ACCTXREF-FILE.
           CLOSE ACCTPOS-FILE.
           IF WS-ACCTSTS-OPEN
              CLOSE ACCTSTS-FILE
           END-IF.
           CLOSE PACK-REPORT.
           CLOSE AUDIT-REPORT.
           CLOSE REJECT-REPORT.
           PERFORM B095-RUN-CONTROL-END.
           STOP RUN
           .
      *
      *    Fin anormale : si un effacement est reste a moitie
      *    applique, il est annule par ROLLBACK et la carte se
      *    rejoue a la reprise ; sinon tout est deja valide.  On
      *    ferme ce qui a reellement ete ouvert.
      *
       Z998-ABEND-END.
           IF WS-ROLLBACK-NEEDED
              PERFORM A045-ROLLBACK-WORK
           END-IF.
           IF WS-REQ-OPEN
              CLOSE REQUEST-FILE
           END-IF.
           IF WS-CUSTMST-OPEN
              CLOSE CUSTMST-FILE
           END-IF.
           IF WS-XREF-OPEN
              CLOSE ACCTXREF-FILE
           END-IF.
           IF WS-ACCTPOS-OPEN
              CLOSE ACCTPOS-FILE
           END-IF.
           IF WS-ACCTSTS-OPEN
              CLOSE ACCTSTS-FILE
           END-IF.
           IF WS-ARCHIVE-OPEN
              CLOSE ARCHIVE-FILE
           END-IF.
           IF WS-PACK-OPEN
              CLOSE PACK-REPORT
           END-IF.
           IF WS-AUDIT-OPEN
              CLOSE AUDIT-REPORT
           END-IF.
           IF WS-REJ-OPEN
              CLOSE REJECT-REPORT
           END-IF.
           MOVE 8 TO RETURN-CODE.
           PERFORM B095-RUN-CONTROL-END.
           STOP RUN
           .
      *
      ******** FIN PROGRAMME
      *
